               88  DISAB-SCND-NO                   VALUE 'N'.
               88  DISAB-SCND-YES                  VALUE 'Y'.

           02  SUBSIDY-RULE-SW         PIC X.
               88  SUBSIDY-RULE-FOUND-NO           VALUE 'N'.
               88  SUBSIDY-RULE-FOUND-YES          VALUE 'Y'.

           02  SUBSIDY-IN-FORCE-SW     PIC X.
               88  SUBSIDY-IN-FORCE-NO             VALUE 'N'.
               88  SUBSIDY-IN-FORCE-YES            VALUE 'Y'.

           02  DQE-HARD-STOP-SW        PIC X.
               88  DQE-HARD-STOP-NO                VALUE 'N'.
               88  DQE-HARD-STOP-YES               VALUE 'Y'.

           02  DQE-POTENTIAL-QB-SW     PIC X.
               88  DQE-POTENTIAL-QB-NO             VALUE 'N'.
               88  DQE-POTENTIAL-QB-YES            VALUE 'Y'.

           02  DQE-NID-FOUND-SW        PIC X.
               88  DQE-NID-FOUND-NO                VALUE 'N'.
               88  DQE-NID-FOUND-YES               VALUE 'Y'.


       01  W-COUNT.
           02  INIT-PLAN-COUNT         PIC 9999    VALUE ZERO  COMP.
           02  SUMM-PHASE-OPENENRL-CNT     PIC 9999 VALUE ZERO  COMP.
           02  SUMM-PHASE-EXPIRE-CNT       PIC 9999 VALUE ZERO  COMP.
           02  SUMM-PHASE-INVOICE-CNT      PIC 9999 VALUE ZERO  COMP.
           02  SUMM-PHASE-DATA-EDIT-CNT    PIC 9999 VALUE ZERO  COMP.
           02  SUMM-PHASE-RATE-CHG-CNT     PIC 9999 VALUE ZERO  COMP.
           02  SUMM-PHASE-SUBSIDY-CNT      PIC 9999 VALUE ZERO  COMP.

           02  SUMM-ADDRESS-NOT-FOUND-CNT      PIC 9999 VALUE ZERO COMP.
           02  SUMM-BAS-ASSIGN-ERROR-CNT       PIC 9999 VALUE ZERO COMP.
           02  GRACE-END-DT            PIC X(10).
           02  NPAY-TERM-DT            PIC X(10).
           02  NPAY-SCHED-END-DT       PIC X(10).
           02  PARTIC-PAID-THRU-DT     PIC X(10).


       01  W-DIS.
           02  INV-BASE-AMT            PIC S9(8)V99            COMP-3.


      *****************************************************************
      *      EMPLOYER (SEVERANCE) PREMIUM SUBSIDY WORK AREA           *
      *****************************************************************
       01  W-SUB.
           02  SUB-TYPE                PIC X.
               88  SUB-TYPE-PERCENT                VALUE 'P'.
               88  SUB-TYPE-FLAT                   VALUE 'F'.
           02  SUB-PCT                 PIC S999V99             COMP-3.
           02  SUB-AMT                 PIC S9(8)V99            COMP-3.
           02  SUB-BEGIN-DT            PIC X(10).
           02  SUB-END-DT              PIC X(10).
           02  SUB-MONTHS              PIC 999                 COMP.
           02  SUB-PERIOD-END-DT       PIC X(10).
           02  SUB-WINDOW-BEGIN-DT     PIC X(10).
           02  SUB-WINDOW-END-DT       PIC X(10).
           02  SUB-NOTICE-DAYS         PIC S999    VALUE 45    COMP.
           02  SUB-NOTICE-END-DT       PIC X(10).
           02  SUB-FULL-AMT            PIC S9(8)V99            COMP-3.
           02  SUB-EMPLR-AMT           PIC S9(8)V99            COMP-3.
           02  SUB-PARTIC-AMT          PIC S9(8)V99            COMP-3.


      *****************************************************************
      *      HEALTH FSA LIMITED-OFFER TEST WORK AREA                  *
      *****************************************************************
       01  W-FSA.
           02  FSA-PYR-BEGIN-DT        PIC X(10).
           02  FSA-NEXT-PYR-DT         PIC X(10).
           02  FSA-PYR-END-DT          PIC X(10).
           02  FILLER REDEFINES FSA-PYR-END-DT.
               03  FSA-END-YYYY        PIC 9999.
               03  FILLER              PIC X.
               03  FSA-END-MMDD.
                   04  FSA-END-MM      PIC 99.
                   04  FILLER          PIC X.
                   04  FSA-END-DD      PIC 99.
           02  FSA-WRK-DT              PIC X(10).
           02  FILLER REDEFINES FSA-WRK-DT.
               03  FSA-WRK-YYYY        PIC 9999.
               03  FILLER              PIC X.
               03  FSA-WRK-MM          PIC 99.
               03  FILLER              PIC XXX.
           02  FSA-REMAIN-MONTHS       PIC S999                COMP.
           02  FSA-REMAIN-BENEFIT      PIC S9(6)V99            COMP-3.
           02  FSA-MM-PREMIUM          PIC S9(6)V99            COMP-3.
           02  FSA-REMAIN-PREMIUM      PIC S9(6)V99            COMP-3.


      *****************************************************************
      *      QUALIFIED-BENEFICIARY DATA-QUALITY PRE-EDIT WORK AREA    *
      *****************************************************************
       01  W-DQE.
           02  DQE-SEVERITY            PIC X.
               88  DQE-SEV-HARD-STOP               VALUE 'H'.
               88  DQE-SEV-WARNING                 VALUE 'W'.
           02  DQE-REASON              PIC XXX.
               88  DQE-RSN-NO-ADDRESS              VALUE 'ADR'.
               88  DQE-RSN-NO-BIRTHDATE            VALUE 'BDT'.
               88  DQE-RSN-NO-NATIONAL-ID          VALUE 'NID'.
               88  DQE-RSN-NO-RELATIONSHIP         VALUE 'REL'.
           02  DQE-DEPENDENT-BENEF     PIC XX.
           02  DQE-EVENT-CNT           PIC S9(7)               COMP-3.
           02  DQE-HOLD-CNT            PIC S9(7)               COMP-3.
           02  DQE-RELEASE-CNT         PIC S9(7)               COMP-3.
           02  DQE-HARD-STOP-CNT       PIC S9(7)               COMP-3.
           02  DQE-WARNING-CNT         PIC S9(7)               COMP-3.


       01  W-TPA.
           02  TPA-SUSP-RSN            PIC XXX.
               88  TPA-RSN-UNMATCHED               VALUE 'UNM'.
               03  OE-SAVED-OPTN       OCCURS 125  PIC XXX.


      *****************************************************************
      *      MID-YEAR PREMIUM RATE CHANGE WORK AREA                   *
      *****************************************************************
       01  W-RTC.
           02  RTC-CHANGE-DT           PIC X(10)   VALUE SPACES.
           02  RTC-EVENT-DT-SAVE       PIC X(10)   VALUE SPACES.
           02  RTC-BILL-EFFDT          PIC X(10)   VALUE SPACES.
           02  RTC-ACTIVE-SW           PIC X       VALUE 'N'.
               88  RTC-ACTIVE-YES                  VALUE 'Y'.
               88  RTC-ACTIVE-NO                   VALUE 'N'.
           02  RTC-DISABL-IND          PIC X       VALUE 'N'.
               88  RTC-DISABL-YES                  VALUE 'Y'.
               88  RTC-DISABL-NO                   VALUE 'N'.
           02  RTC-ELECT-SW            PIC X       VALUE 'N'.
               88  RTC-ELECT-FOUND                 VALUE 'Y'.
               88  RTC-ELECT-NOT-FOUND             VALUE 'N'.
           02  RTC-ELECT-IDX           PIC 9999    VALUE ZERO  COMP.
           02  RTC-PRIOR-MM-COST       PIC S9(8)V99            COMP-3.
           02  RTC-PRIOR-DIS-COST      PIC S9(8)V99            COMP-3.
           02  RTC-ELECT-PRIOR-COST    PIC S9(8)V99            COMP-3.
           02  RTC-ELECT-PRIOR-DIS     PIC S9(8)V99            COMP-3.
           02  RTC-PRIOR-RATE-PCT      PIC S9(9)V99            COMP-3.
           02  RTC-RATE-PCT            PIC S9(9)V99            COMP-3.
           02  RTC-DIS-RATE-PCT        PIC S9(9)V99            COMP-3.
           02  RTC-BILL-PRIOR-COST     PIC S9(8)V99            COMP-3.
           02  RTC-BILL-COST           PIC S9(8)V99            COMP-3.
           02  RTC-BILL-RATE-PCT       PIC S9(9)V99            COMP-3.
           02  RTC-PARTIC-CNT          PIC S9(7)   VALUE ZERO  COMP-3.
           02  RTC-CHANGE-CNT          PIC S9(7)   VALUE ZERO  COMP-3.


      *****************************************************************
      *      PARTITIONED (MULTI-STREAM) RUN WORK AREA                 *
      *****************************************************************
       01  W-STRM.
           02  STRM-PARTITION-TYPE     PIC X       VALUE SPACE.
               88  STRM-PARTITION-NONE             VALUE SPACE.
               88  STRM-PARTITION-RANGE            VALUE 'R'.
               88  STRM-PARTITION-HASH             VALUE 'H'.
           02  STRM-ROLE               PIC X       VALUE 'S'.
               88  STRM-ROLE-SINGLE                VALUE 'S'.
               88  STRM-ROLE-COORDINATOR           VALUE 'C'.
               88  STRM-ROLE-WORKER                VALUE 'W'.
           02  STRM-IN-STREAM-SW       PIC X       VALUE 'Y'.
               88  STRM-IN-STREAM-YES              VALUE 'Y'.
               88  STRM-IN-STREAM-NO               VALUE 'N'.
           02  STRM-STATUS             PIC X       VALUE SPACE.
               88  STRM-STATUS-RUNNING             VALUE 'R'.
               88  STRM-STATUS-RELEASED            VALUE 'A'.
               88  STRM-STATUS-COMPLETE            VALUE 'C'.
           02  STRM-STEP               PIC X       VALUE SPACE.
               88  STRM-STEP-RELEASE               VALUE 'R'.
               88  STRM-STEP-POST                  VALUE 'P'.
           02  STRM-CHK-STATUS         PIC X       VALUE SPACE.
               88  STRM-CHK-RELEASED               VALUE 'A'.
               88  STRM-CHK-COMPLETE               VALUE 'C'.
           02  STRM-INVOICE            PIC X       VALUE SPACE.
               88  STRM-INVOICE-YES                VALUE 'Y'.
           02  STRM-RUN-ID             PIC X(30)   VALUE SPACES.
           02  STRM-CNT                PIC 999     VALUE ZERO  COMP.
           02  STRM-NO                 PIC 999     VALUE ZERO  COMP.
           02  STRM-EMPLID-FROM        PIC X(20)   VALUE SPACES.
           02  STRM-EMPLID-THRU        PIC X(20)   VALUE SPACES.
           02  STRM-CHK-FROM           PIC 999     VALUE ZERO  COMP.
           02  STRM-CHK-THRU           PIC 999     VALUE ZERO  COMP.
           02  STRM-TEST-EMPLID        PIC X(20).
           02  FILLER REDEFINES STRM-TEST-EMPLID.
               03  STRM-TEST-CHAR      PIC X       OCCURS 20.
           02  STRM-HASH-CHARSET       PIC X(36)   VALUE
                   '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02  STRM-HASH-IDX           PIC 99                  COMP.
           02  STRM-HASH-POS           PIC 99                  COMP.
           02  STRM-HASH-SUM           PIC 9(7)                COMP.
           02  STRM-HASH-QUOT          PIC 9(7)                COMP.
           02  STRM-HASH-REM           PIC 999                 COMP.


       01  W-CNTL.
           02  CHKPT-INTERVAL          PIC 999V99              COMP-3.

               88  COBRA-PHASE-OPENENRL            VALUE 'E'.
               88  COBRA-PHASE-EXPIRE              VALUE 'X'.
               88  COBRA-PHASE-INVOICE             VALUE 'I'.
               88  COBRA-PHASE-SUBSIDY             VALUE 'S'.
               88  COBRA-PHASE-DATA-EDIT           VALUE 'V'.
               88  COBRA-PHASE-RATE-CHANGE         VALUE 'T'.

           02  OVERAGE-PROCESS         PIC X.
               88  OVERAGE-PROCESS-YES             VALUE 'Y'.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-DELQREG.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  EMPLOYER-SUBSIDY-CURSORS.
                   04  S-SUBRULE.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-SUBACCR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-SUBEND.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-SUBNOTC.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  FSA-LIMITED-OFFER-CURSORS.
                   04  I-FSAOFFR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  D-FSAOFFR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  DATA-QUALITY-EDIT-CURSORS.
                   04  S-DQEVT.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  D-DQEXCP.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-DQEXCP.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  U-DQHOLD.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  PRELIM-REPORT-CURSORS.
                   04  I-PRELIM.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  OPEN-ENROLLMENT-CURSORS.
                   04  S-OEPAR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  RATE-CHANGE-CURSORS.
                   04  S-RTCPAR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  U-RTCOPTN.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  U-RTCPLN.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-RTCNOTC.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-RTCREG.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  U-RTCSUM.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  DISABILITY-RECON-CURSORS.
                   04  S-DISFEED.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
      *                 05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-NONEE.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
               03  STREAM-CURSORS.
                   04  S-STRMSUM.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  U-STRMSUM.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.


       01  W-SAVE.
                   88  CBR-QUALIFY-ERROR           VALUE 'QE'.
                   88  CBR-QUALIFIED               VALUE 'QL'.
                   88  CBR-QUALIFY-PENDING         VALUE 'QP'.
                   88  CBR-QUALIFY-DATA-HOLD       VALUE 'DH'.
               03  CBR-PROCESS-STATUS  PIC X.
                   88  CBR-PROCESS-CLOSED          VALUE 'C'.
                   88  CBR-PROCESS-OPEN            VALUE 'O'.
               03  OPTION-CD           PIC XXX.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  CBR-DISABL-MM-COST  PIC S9(8)V99            COMP-3.
               03  CBR-ER-SUBSIDY-AMT  PIC S9(8)V99            COMP-3.
               03  CBR-PARTIC-MM-COST  PIC S9(8)V99            COMP-3.
               03  INSERT-SW           PIC X.
                   88  INSERT-NO                   VALUE 'N'.
                   88  INSERT-YES                  VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PARTITIONED RUN STREAM CONTROL SQL BUFFER AND STMT           *
      ******************************************************************
       01  S-RUNSTRM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_RUNSTR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CBR-PARTITION-TYPE  PIC X.
               03  CBR-STREAM-RUN-ID   PIC X(30).
               03  CBR-STREAM-CNT      PIC 999                 COMP.
               03  CBR-STREAM-NO       PIC 999                 COMP.
               03  EMPLID-FROM         PIC X(20).
               03  EMPLID-THRU         PIC X(20).
               03  CBR-STREAM-INVOICE  PIC X.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE EFFECTIVE DATE SQL BUFFER AND STMT       *
      ******************************************************************
       01  S-RTCRUN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_RTCRUN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30).
               03  BATCH-RUN-ID        PIC X(30).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CBR-RATE-CHG-DT     PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            INDUSTRY/INDUSTRY-SECTOR CODE BUFFER AND STMT       *
      ******************************************************************
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   INSTALLATION LAST COBRA EMPLID INCREMENT SQL STMT            *
      ******************************************************************
       01  U-INSTINC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_INSTINC'.

           02  BIND-SETUP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            COBRA_EVENT REPROCESS SQL BUFFER AND STMT           *
      ******************************************************************
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *       PARTITIONED RUN STREAM STATUS SQL DELETE STMT            *
      ******************************************************************
       01  D-STRMSTAT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_STRMST'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  STREAM-NO-FROM      PIC 999                 COMP.
               03  STREAM-NO-THRU      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *       PARTITIONED RUN STREAM STATUS SQL INSERT STMT            *
      ******************************************************************
       01  I-STRMSTAT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_STRMST'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-NO       PIC 999                 COMP.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  CBR-STREAM-STATUS   PIC X       VALUE SPACES.
               03  COBRA-PHASE         PIC X       VALUE SPACES.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BATCH-RUN-ID        PIC X(30)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *       PARTITIONED RUN STREAMS AT A STATUS SQL BUFFER AND STMT  *
      ******************************************************************
       01  S-STRMCNT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_STRMCN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  CBR-STREAM-STATUS   PIC X       VALUE SPACES.
               03  STREAM-NO-FROM      PIC 999                 COMP.
               03  STREAM-NO-THRU      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STREAM-CNT          PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *       PARTITIONED RUN STREAM MESSAGE SUMMARY SQL DELETE STMT   *
      ******************************************************************
       01  D-STRMSUM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_STRMSU'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  STREAM-NO-FROM      PIC 999                 COMP.
               03  STREAM-NO-THRU      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *       PARTITIONED RUN STREAM MESSAGE SUMMARY SQL UPDATE STMT   *
      *       (ADDS TO THE ROW, INSERTING IT ON FIRST USE)             *
      ******************************************************************
       01  U-STRMSUM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_STRMSU'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(5)    VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-NO       PIC 999                 COMP.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  SUMM-CATEGORY       PIC X(5)    VALUE SPACES.
               03  SUMM-KEY            PIC X(30)   VALUE SPACES.
               03  SUMM-COUNT          PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PARTITIONED RUN MESSAGE SUMMARY TOTALS SQL BUFFER AND STMT   *
      ******************************************************************
       01  S-STRMSUM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_STRMSU'.

           02  BIND-SETUP.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPRID               PIC X(30)   VALUE SPACES.
               03  CBR-STREAM-RUN-ID   PIC X(30)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(5)    VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  SUMM-CATEGORY       PIC X(5).
               03  SUMM-KEY            PIC X(30).
               03  SUMM-COUNT          PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *           COBRA TPA REMITTANCE EXTRACT SQL INSERT STMT         *
      ******************************************************************
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  CBR-BASE-PREMIUM    PIC S9(8)V99            COMP-3.
               03  CBR-ADMIN-FEE       PIC S9(8)V99            COMP-3.
               03  CBR-INVOICE-AMT     PIC S9(8)V99            COMP-3.
               03  CBR-ER-SUBSIDY-AMT  PIC S9(8)V99            COMP-3.
               03  CBR-PARTIC-OWED-AMT PIC S9(8)V99            COMP-3.
               03  PAID-THRU-DT        PIC X(10)   VALUE SPACES.
               03  DUE-DT              PIC X(10)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.


      /*****************************************************************
      *   EMPLOYER PREMIUM SUBSIDY RULE SQL BUFFER AND STMT            *
      *   (RULES ARE ATTACHED TO THE COBRA EVENT, OR TO ONE            *
      *   PARTICIPANT OF IT, FOR ONE PLAN TYPE OR ALL PLAN TYPES;      *
      *   THE PARTICIPANT RULE SORTS AHEAD OF THE EVENT RULE AND A     *
      *   PLAN TYPE RULE AHEAD OF AN ALL-PLANS RULE, SO THE FIRST      *
      *   ROW FETCHED IS THE ONE THAT GOVERNS)                         *
      ******************************************************************
       01  S-SUBRULE.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_SUBRULE'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE '2PP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  SUBSIDY-TYPE        PIC X.
                   88  SUBSIDY-TYPE-PERCENT        VALUE 'P'.
                   88  SUBSIDY-TYPE-FLAT           VALUE 'F'.
               03  SUBSIDY-PCT         PIC S999V99             COMP-3.
               03  SUBSIDY-AMT         PIC S9(8)V99            COMP-3.
               03  SUBSIDY-BEGIN-DT    PIC X(10).
               03  SUBSIDY-END-DT      PIC X(10).
               03  SUBSIDY-MONTHS      PIC 999                 COMP.
               03  COMPANY             PIC X(10).
               03  DEPTID              PIC X(10).
               03  ACCOUNT             PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   EMPLOYER SUBSIDY GL ACCRUAL REGISTER SQL INSERT STMT         *
      ******************************************************************
       01  I-SUBACCR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_SUBACCR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  COVRG-MM-BEGIN-DT   PIC X(10)   VALUE SPACES.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  DEPTID              PIC X(10)   VALUE SPACES.
               03  ACCOUNT             PIC X(10)   VALUE SPACES.
               03  SUBSIDY-TYPE        PIC X       VALUE SPACES.
               03  CBR-INVOICE-AMT     PIC S9(8)V99            COMP-3.
               03  CBR-ER-SUBSIDY-AMT  PIC S9(8)V99            COMP-3.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   BILLING PAYMENT/RECEIVABLE STATUS FEED SQL BUFFER AND STMT   *
      *   (PARTIC-BAL-DUE IS THE PARTICIPANT-OWED SHARE OF THE         *
      *   INVOICES DUE AFTER THE PAID-THROUGH DATE -- THE EMPLOYER     *
      *   SUBSIDY SHARE IS NOT THE PARTICIPANT'S TO PAY)               *
      ******************************************************************
       01  S-PAYFEED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_PAYFEED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
                   88  PAY-STATUS-PAID             VALUE 'P'.
               03  PAID-THRU-DT        PIC X(10).
               03  LAST-PAYMENT-DT     PIC X(10).
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  PARTIC-BAL-DUE      PIC S9(8)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PAID-THRU-DT        PIC X(10)   VALUE SPACES.
               03  GRACE-END-DT        PIC X(10)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  PARTIC-BAL-DUE      PIC S9(8)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   SUBSIDIZED ENROLLED PARTIC PLAN SQL BUFFER AND STMT          *
      *   (ENROLLED PLANS COVERED BY AN EMPLOYER SUBSIDY RULE FOR      *
      *   WHICH NO SUBSIDY-END NOTICE HAS BEEN EXTRACTED YET; CARRIES  *
      *   THE GOVERNING RULE, THE ELECTED OPTION COST, AND NAME AND    *
      *   MAILING ADDRESS FOR THE NOTICE)                              *
      ******************************************************************
       01  S-SUBEND.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_SUBEND'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE '2PP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(50)   VALUE ALL 'H'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'H'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX.
               03  PLAN-TYPE           PIC XX.
               03  BENEFIT-PLAN        PIC X(10).
               03  COVERAGE-END-DT     PIC X(10).
               03  SUBSIDY-TYPE        PIC X.
               03  SUBSIDY-PCT         PIC S999V99             COMP-3.
               03  SUBSIDY-AMT         PIC S9(8)V99            COMP-3.
               03  SUBSIDY-BEGIN-DT    PIC X(10).
               03  SUBSIDY-END-DT      PIC X(10).
               03  SUBSIDY-MONTHS      PIC 999                 COMP.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  NAME                PIC X(50).
               03  COUNTRY             PIC XXX.
               03  ADDRESS1            PIC X(55).
               03  ADDRESS2            PIC X(55).
               03  CITY                PIC X(30).
               03  STATE               PIC X(6).
               03  POSTAL              PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   SUBSIDY-END (FULL PREMIUM RESUMES) NOTICE EXTRACT SQL        *
      *   INSERT STMT                                                  *
      ******************************************************************
       01  I-SUBNOTC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_SUBNOTC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'H'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'H'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  SUBSIDY-END-DT      PIC X(10)   VALUE SPACES.
               03  CBR-ER-SUBSIDY-AMT  PIC S9(8)V99            COMP-3.
               03  CBR-PARTIC-OWED-AMT PIC S9(8)V99            COMP-3.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  NAME                PIC X(50)   VALUE SPACES.
               03  COUNTRY             PIC XXX     VALUE SPACES.
               03  ADDRESS1            PIC X(55)   VALUE SPACES.
               03  ADDRESS2            PIC X(55)   VALUE SPACES.
               03  CITY                PIC X(30)   VALUE SPACES.
               03  STATE               PIC X(6)    VALUE SPACES.
               03  POSTAL              PIC X(20)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.




      /*****************************************************************
      *   PREMIUM RATE CHANGE ACTIVE PARTICIPANT SQL STMT (FETCHED     *
      *   THROUGH THE S-PRCSPAR BUFFERS)                               *
      ******************************************************************
       01  S-RTCPAR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_RTCPAR'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE PARTIC PLAN SQL STMT (FETCHED THROUGH    *
      *   THE S-PARPLN3 BUFFERS)                                       *
      ******************************************************************
       01  S-RTCPLN3.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_RTCPLN3'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE PARTIC OPTION COST SQL UPDATE STMT       *
      ******************************************************************
       01  U-RTCOPTN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_RTCOPTN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  CBR-DISABL-MM-COST  PIC S9(8)V99            COMP-3.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  OPTION-ID           PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE PARTIC PLAN RATE PERCENT SQL UPDATE      *
      ******************************************************************
       01  U-RTCPLN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_RTCPLN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-RATE-PCT        PIC S9(9)V99            COMP-3.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE NOTICE PRINT EXTRACT SQL INSERT STMT     *
      ******************************************************************
       01  I-RTCNOTC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_RTCNOTC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'H'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(55)   VALUE ALL 'H'.
               03  FILLER              PIC X(55)   VALUE ALL 'C'.
               03  FILLER              PIC X(30)   VALUE ALL 'H'.
               03  FILLER              PIC X(30)   VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE ALL 'H'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  COVRG-CD            PIC XX      VALUE SPACES.
               03  OPTION-CD           PIC XXX     VALUE SPACES.
               03  EFFDT               PIC X(10)   VALUE SPACES.
               03  CBR-PRIOR-MM-COST   PIC S9(8)V99            COMP-3.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  CBR-RATE-PCT        PIC S9(9)V99            COMP-3.
               03  COUNTRY             PIC XXX     VALUE SPACES.
               03  ADDRESS1            PIC X(55)   VALUE SPACES.
               03  ADDRESS2            PIC X(55)   VALUE SPACES.
               03  ADDRESS3            PIC X(55)   VALUE SPACES.
               03  ADDRESS4            PIC X(55)   VALUE SPACES.
               03  CITY                PIC X(30)   VALUE SPACES.
               03  COUNTY              PIC X(30)   VALUE SPACES.
               03  STATE               PIC X(6)    VALUE SPACES.
               03  POSTAL              PIC X(20)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE REGISTER DETAIL SQL INSERT STMT          *
      ******************************************************************
       01  I-RTCREG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_RTCREG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-RATE-CHG-DT     PIC X(10)   VALUE SPACES.
               03  CBR-PRELIM-CALC     PIC X       VALUE SPACE.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  COVRG-CD            PIC XX      VALUE SPACES.
               03  OPTION-CD           PIC XXX     VALUE SPACES.
               03  CBR-DISABL-IND      PIC X       VALUE SPACE.
               03  EFFDT               PIC X(10)   VALUE SPACES.
               03  CBR-PRIOR-MM-COST   PIC S9(8)V99            COMP-3.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  CBR-PRIOR-DIS-COST  PIC S9(8)V99            COMP-3.
               03  CBR-DISABL-MM-COST  PIC S9(8)V99            COMP-3.
               03  CBR-PRIOR-RATE-PCT  PIC S9(9)V99            COMP-3.
               03  CBR-RATE-PCT        PIC S9(9)V99            COMP-3.
               03  CBR-DIS-RATE-PCT    PIC S9(9)V99            COMP-3.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE REGISTER PLAN/COVERAGE SUMMARY SQL       *
      *   UPDATE STMT (ADDS TO THE ROW, INSERTING IT ON FIRST USE)     *
      ******************************************************************
       01  U-RTCSUM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_RTCSUM'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-RATE-CHG-DT     PIC X(10)   VALUE SPACES.
               03  CBR-PRELIM-CALC     PIC X       VALUE SPACE.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  COVRG-CD            PIC XX      VALUE SPACES.
               03  PARTIC-COUNT        PIC 9999                COMP.
               03  CBR-PRIOR-MM-TOT    PIC S9(11)V99           COMP-3.
               03  CBR-MM-TOT          PIC S9(11)V99           COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE REGISTER DETAIL SQL DELETE STMT          *
      ******************************************************************
       01  D-RTCREG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_RTCREG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-RATE-CHG-DT     PIC X(10)   VALUE SPACES.
               03  CBR-PRELIM-CALC     PIC X       VALUE SPACE.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PREMIUM RATE CHANGE REGISTER SUMMARY SQL DELETE STMT         *
      ******************************************************************
       01  D-RTCSUM.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_RTCSUM'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-RATE-CHG-DT     PIC X(10)   VALUE SPACES.
               03  CBR-PRELIM-CALC     PIC X       VALUE SPACE.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   SSA DISABILITY DETERMINATION FEED SQL BUFFER AND STMT        *
      ******************************************************************
       01  S-DISFEED.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_DISFEED'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  DEPENDENT-BENEF     PIC XX.
               03  SSA-DISAB-STATUS    PIC X.
                   88  SSA-DISAB-APPROVED          VALUE 'A'.
                   88  SSA-DISAB-REVOKED           VALUE 'R'.
               03  DISAB-DETERM-DT     PIC X(10).
               03  DISAB-ONSET-DT      PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   OPEN INITIAL COBRA EVENT FOR DISABILITY FEED SQL BUFFER      *
      ******************************************************************
       01  S-DISEVT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_DISEVT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(11)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10).
               03  COBRA-EMPLID        PIC X(11).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   SECONDARY DISABILITY EVENT PLAN SQL BUFFER AND STMT          *
      ******************************************************************
       01  S-DISSCND.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_DISSCND'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(11)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PLAN-TYPE           PIC XX.
                   88  PLAN-TYPE-HEALTH            VALUE '10' THRU '19'
                                                         '1A' THRU '1Z'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  OPTION-CD           PIC XXX     VALUE SPACES.
               03  CBR-MM-COST         PIC S9(8)V99            COMP-3.
               03  CBR-DISABL-MM-COST  PIC S9(8)V99            COMP-3.
               03  CBR-ER-SUBSIDY-AMT  PIC S9(8)V99            COMP-3.
               03  CBR-PARTIC-MM-COST  PIC S9(8)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *   HEALTH FSA LIMITED-OFFER DECISION REGISTER SQL INSERT STMT   *
      *   (ONE ROW PER FSA PLAN QUALIFIED: OFFERED OR NOT OFFERED,     *
      *   WITH THE FIGURES BEHIND THE DECISION AND THE PLAN-YEAR-END   *
      *   COVERAGE CAP)                                                *
      ******************************************************************
       01  I-FSAOFFR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_FSAOFFR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XXXX    VALUE '2PPP'.
               03  FILLER              PIC X(5)    VALUE '2PPPP'.
               03  FILLER              PIC X(5)    VALUE '2PPPP'.
               03  FILLER              PIC X(5)    VALUE '2PPPP'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(5)    VALUE '2PPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  BENEFIT-PLAN        PIC X(10)   VALUE SPACES.
               03  CBR-FSA-OFFER       PIC X       VALUE SPACES.
                   88  FSA-OFFERED                 VALUE 'O'.
                   88  FSA-NOT-OFFERED             VALUE 'N'.
               03  COBRA-PD-BEGINS-DT  PIC X(10)   VALUE SPACES.
               03  PLAN-YEAR-END-DT    PIC X(10)   VALUE SPACES.
               03  COVERAGE-END-DT     PIC X(10)   VALUE SPACES.
               03  ANNUAL-PLEDGE       PIC S9(5)V99            COMP-3.
               03  FSA-APR-AMT-YTD     PIC S9(6)V99            COMP-3.
               03  FSA-REMAIN-BENEFIT  PIC S9(6)V99            COMP-3.
               03  FSA-MM-PREMIUM      PIC S9(6)V99            COMP-3.
               03  FSA-REMAIN-MONTHS   PIC 999                 COMP.
               03  FSA-REMAIN-PREMIUM  PIC S9(6)V99            COMP-3.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *   CLEAR AN EVENT'S FSA LIMITED-OFFER DECISIONS SQL DELETE STMT *
      ******************************************************************
       01  D-FSAOFFR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_FSAOFFR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *   DATA-QUALITY PRE-EDIT EVENT SQL BUFFER AND STMT              *
      *   (UNPROCESSED EVENTS AND EVENTS ON DATA HOLD, IN THE SAME     *
      *   ORDER AND WITH THE SAME RESTART KEYS AS S-EVT)               *
      ******************************************************************
       01  S-DQEVT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_DQEVT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  EMPLID-2            PIC X(20).
               03  EMPLID-3            PIC X(20).
               03  EMPLID-4            PIC X(20).
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  BENEFIT-RCD-NO-2    PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10).
               03  COBRA-EVENT-CLASS   PIC XXX.
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  CBR-QUALIFY-STATUS  PIC XX.
               03  CBR-COV-OVERRIDE    PIC X.
               03  CBR-ALT-COV-TRM-DT  PIC X(10).
               03  CBR-COV-AS-OF-DT    PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   CLEAR AN EVENT'S DATA-QUALITY EXCEPTIONS SQL DELETE STMT     *
      ******************************************************************
       01  D-DQEXCP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_D_DQEXCP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   DATA-QUALITY EXCEPTION WORKLIST SQL INSERT STMT              *
      *   (ONE ROW PER PROBLEM FOUND: DEPENDENT-BENEF 00 IS THE        *
      *   EMPLOYEE; SEVERITY H = HARD STOP (EVENT HELD), W = WARNING;  *
      *   REASON ADR = NO MAILING ADDRESS, BDT = NO BIRTHDATE,         *
      *   NID = NO NATIONAL ID, REL = NO RELATIONSHIP)                 *
      ******************************************************************
       01  I-DQEXCP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_I_DQEXCP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XXX     VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10)   VALUE SPACES.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  CBR-DQ-SEVERITY     PIC X       VALUE SPACES.
               03  CBR-DQ-REASON       PIC XXX     VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   SET/RELEASE COBRA EVENT DATA HOLD SQL UPDATE STMT            *
      ******************************************************************
       01  U-DQHOLD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_U_DQHOLD'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-QUALIFY-STATUS  PIC XX      VALUE SPACES.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *     EXISTING HEALTH_BENEFIT ENROLLMENT SQL BUFFER AND STMT     *
      ******************************************************************
       01  S-XHTH.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCOBRA_S_XHTH'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  EMPL-RCD-NO         PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  PLAN-TYPE           PIC XX.
               03  EFFDT               PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.

           PERFORM BA000-INIT

           IF STRM-ROLE-COORDINATOR OF W-STRM

               PERFORM YC000-START-COORDINATOR
           END-IF

           IF STRM-ROLE-WORKER OF W-STRM

               PERFORM YB000-START-STREAM
           END-IF

           IF COBRA-PHASE-NOTICE OF W-CNTL

               PERFORM NB000-AGEOUT-NOTICE
               PERFORM IA000-INVOICE-GEN
           END-IF

           IF COBRA-PHASE-SUBSIDY OF W-CNTL

               PERFORM JA000-SUBSIDY-END-NOTICE
           END-IF

           IF COBRA-PHASE-PAYMENT OF W-CNTL

               PERFORM PA000-PAYMENT-RECON
               PERFORM OA000-OPEN-ENROLLMENT
           END-IF

           IF COBRA-PHASE-RATE-CHANGE OF W-CNTL

               PERFORM RC000-PREMIUM-RATE-CHANGE
           END-IF

           IF COBRA-PHASE-READY OF W-CNTL

               PERFORM WV000-CLEAR-MESSAGES
               PERFORM FA000-OVERAGE-DEPENDENT
           END-IF

           IF COBRA-PHASE-ACTIVITY OF W-CNTL
                   AND STRM-ROLE-COORDINATOR OF W-STRM

               PERFORM YA000-COORDINATE-STREAMS
           END-IF

           IF COBRA-PHASE-ACTIVITY OF W-CNTL

               PERFORM GA000-PROCESS-ACTIVITY
           END-IF

           IF COBRA-PHASE-DATA-EDIT OF W-CNTL

               PERFORM MA000-DATA-QUALITY-EDIT
           END-IF

           IF COBRA-PHASE-QUALIFY OF W-CNTL

               PERFORM HA000-QUALIFY-EVENT
           PERFORM BF000-GET-INSTALLATION-DATA
           PERFORM BG000-GET-OPTIONS-DATA
           PERFORM BH000-GET-RUNCTL-DATA
           PERFORM BH200-GET-STREAM-CONTROL
           PERFORM BH100-GET-INDUSTRY-DATA                              MERGE
           PERFORM BJ000-DISPLAY-RUN-CONTROL
           PERFORM BJ100-DISPLAY-RESTART-STATUS
                                                                        MERGE
       GET-INDUSTRY-DATA-EXIT.


      /*****************************************************************
      *   PARTITIONED RUN: WHICH STREAM THIS RUN CONTROL DRIVES        *
      ******************************************************************
       BH200-GET-STREAM-CONTROL SECTION.
       BH200.
      * A run control with no stream control row runs single stream.  *
      * Stream zero is the coordinator; it runs the single-threaded    *
      * phases and releases streams 1 through the stream count,        *
      * each on its own run control, to work the activity, data edit,  *
      * qualify and participant phases for their share of employees:   *
      * an EMPLID range (R) or an EMPLID hash (H).  All streams of one *
      * run share the coordinator's batch run ID as stream run ID.     *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RUNSTRM
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RUNSTRM

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RUNSTRM
                                   BIND-SETUP OF S-RUNSTRM
                                   BIND-DATA OF S-RUNSTRM
                                   SELECT-SETUP OF S-RUNSTRM
                                   SELECT-DATA OF S-RUNSTRM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-STREAM-CONTROL(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RUNSTRM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'GET-STREAM-CONTROL(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE CBR-PARTITION-TYPE OF S-RUNSTRM
                   TO  STRM-PARTITION-TYPE OF W-STRM
           MOVE CBR-STREAM-RUN-ID OF S-RUNSTRM
                   TO  STRM-RUN-ID OF W-STRM
           MOVE CBR-STREAM-CNT OF S-RUNSTRM  TO  STRM-CNT OF W-STRM
           MOVE CBR-STREAM-NO OF S-RUNSTRM  TO  STRM-NO OF W-STRM
           MOVE EMPLID-FROM OF S-RUNSTRM  TO  STRM-EMPLID-FROM OF W-STRM
           MOVE EMPLID-THRU OF S-RUNSTRM  TO  STRM-EMPLID-THRU OF W-STRM
           MOVE CBR-STREAM-INVOICE OF S-RUNSTRM
                   TO  STRM-INVOICE OF W-STRM
           SET STRM-ROLE-SINGLE OF W-STRM  TO  TRUE

           IF (STRM-PARTITION-RANGE OF W-STRM
                   OR STRM-PARTITION-HASH OF W-STRM)
                   AND (COBRA-PHASE-READY OF W-CNTL
                           OR COBRA-PHASE-OVERAGE OF W-CNTL
                           OR COBRA-PHASE-ACTIVITY OF W-CNTL
                           OR COBRA-PHASE-DATA-EDIT OF W-CNTL
                           OR COBRA-PHASE-QUALIFY OF W-CNTL
                           OR COBRA-PHASE-PARTIC OF W-CNTL)

               IF STRM-NO OF W-STRM  =  ZERO

                   SET STRM-ROLE-COORDINATOR OF W-STRM  TO  TRUE
               ELSE
                   SET STRM-ROLE-WORKER OF W-STRM  TO  TRUE
               END-IF

               IF STRM-CNT OF W-STRM  =  ZERO
                       OR STRM-NO OF W-STRM  >  STRM-CNT OF W-STRM

                   DISPLAY 'COBRA Stream Control Invalid.'
                   DISPLAY ' for Operator ID  ' OPRID OF S-RUNSTRM
                   DISPLAY ' and Batch Run ID '
                           BATCH-RUN-ID OF S-RUNSTRM
                   MOVE 'GET-STREAM-CONTROL'  TO  ERR-SECTION OF SQLRT
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               IF STRM-RUN-ID OF W-STRM  =  SPACE

                   MOVE BATCH-RUN-ID OF SQLRT  TO  STRM-RUN-ID OF W-STRM
               END-IF
           END-IF

           .
       GET-STREAM-CONTROL-EXIT.

      /*****************************************************************
      *                                                                *
       BJ000-DISPLAY-RUN-CONTROL SECTION.
                       ' events or participants will be stored. ***'
           END-IF

           IF NOT STRM-ROLE-SINGLE OF W-STRM

               MOVE STRM-CNT OF W-STRM  TO  DISPLAY-COUNT-1 OF W-WK
               MOVE STRM-NO OF W-STRM  TO  DISPLAY-COUNT-2 OF W-WK
               DISPLAY ' '
               DISPLAY ' Partitioned Run Stream Control'
               DISPLAY '     Stream Run ID      :' STRM-RUN-ID OF W-STRM
               DISPLAY '     Partition Type     :'
                       STRM-PARTITION-TYPE OF W-STRM
               DISPLAY '     Stream Count       :'
                       DISPLAY-COUNT-1 OF W-WK
               DISPLAY '     Stream Number      :'
                       DISPLAY-COUNT-2 OF W-WK

               IF STRM-ROLE-WORKER OF W-STRM
                       AND STRM-PARTITION-RANGE OF W-STRM

                   DISPLAY '     Employee ID From   :'
                           STRM-EMPLID-FROM OF W-STRM
                   DISPLAY '     Employee ID Thru   :'
                           STRM-EMPLID-THRU OF W-STRM
               END-IF

               IF STRM-ROLE-COORDINATOR OF W-STRM

                   DISPLAY '     Invoice After Runs :'
                           STRM-INVOICE OF W-STRM
               END-IF
           END-IF

           .
       DISPLAY-RUN-CONTROL-EXIT.


           IF (COBRA-PHASE-OVERAGE OF W-CNTL
                   OR COBRA-PHASE-ACTIVITY OF W-CNTL
                   OR COBRA-PHASE-DATA-EDIT OF W-CNTL
                   OR COBRA-PHASE-QUALIFY OF W-CNTL
                   OR COBRA-PHASE-PARTIC OF W-CNTL
                   OR COBRA-PHASE-OPENENRL OF W-CNTL
                   OR COBRA-PHASE-RATE-CHANGE OF W-CNTL)
                   AND (EMPLID OF W-CNTL  NOT =  SPACE
                           OR BENEFIT-PROGRAM OF W-CNTL  NOT =  SPACE
                           OR COBRA-EVENT-ID OF W-CNTL  NOT =  ZERO)
      *                                                                *
       CA000-TERM SECTION.
       CA000.
      * The coordinator's release step keeps its run control and its   *
      * released status for the post-stream step, which completes the  *
      * run.                                                           *
      ******************************************************************

           IF NOT STRM-STEP-RELEASE OF W-STRM

               PERFORM CD000-CLEAR-RUNCTL
           END-IF

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM CG000-SET-RUN-STAT-SUCCESSFUL
           END-IF

           IF NOT STRM-ROLE-SINGLE OF W-STRM
                   AND NOT STRM-STEP-POST OF W-STRM

               PERFORM YS100-CLEAR-STREAM-SUMMARY
           END-IF

           PERFORM ZM900-TERM-MESSAGE-SUMMARY

           IF STRM-ROLE-COORDINATOR OF W-STRM
                   AND NOT STRM-STEP-RELEASE OF W-STRM

               PERFORM YS000-ROLL-STREAM-SUMMARY
           END-IF

           IF NOT STRM-ROLE-SINGLE OF W-STRM
                   AND NOT STRM-STEP-RELEASE OF W-STRM

               SET STRM-STATUS-COMPLETE OF W-STRM  TO  TRUE
               PERFORM YD000-SET-STREAM-STATUS
           END-IF

           PERFORM WZ000-COMMIT
           PERFORM WX000-DISCONNECT-COMMON-CURSOR
           PERFORM CJ000-DISCONNECT-FROM-SQLRT
      * month day proration against the coverage begin and end dates,  *
      * the billing paid-through date and the due date.  Participants, *
      * auditors and the grace-period process all read this document.  *
      * Where an employer (severance) subsidy is in force for the      *
      * month the invoice splits into the employer and participant     *
      * shares, and the employer share is written to the subsidy GL    *
      * accrual register.                                              *
      ******************************************************************

           PERFORM ID000-INIT-INVOICE-GEN
                       TO  CBR-INVOICE-AMT OF I-INVOICE
           END-IF

      *    An employer subsidy in force for the invoice month carries
      *    its share of the (prorated) invoice; the participant owes
      *    the rest.

           MOVE EMPLID OF SELECT-DATA OF S-INVPLN
                   TO  EMPLID OF BIND-DATA OF S-SUBRULE
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-INVPLN
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-SUBRULE
           MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-INVPLN
                   TO  COBRA-EVENT-ID OF BIND-DATA OF S-SUBRULE
           MOVE DEPENDENT-BENEF OF SELECT-DATA OF S-INVPLN
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-SUBRULE
           MOVE PLAN-TYPE OF SELECT-DATA OF S-INVPLN
                   TO  PLAN-TYPE OF BIND-DATA OF S-SUBRULE
           MOVE INV-COVRG-MM-BEGIN OF W-INV
                   TO  SUB-WINDOW-BEGIN-DT OF W-SUB
           MOVE INV-COVRG-MM-END OF W-INV
                   TO  SUB-WINDOW-END-DT OF W-SUB
           MOVE CBR-INVOICE-AMT OF I-INVOICE  TO  SUB-FULL-AMT OF W-SUB

           PERFORM XR000-GET-SUBSIDY-RULE

           MOVE SUB-EMPLR-AMT OF W-SUB
                   TO  CBR-ER-SUBSIDY-AMT OF I-INVOICE
           MOVE SUB-PARTIC-AMT OF W-SUB
                   TO  CBR-PARTIC-OWED-AMT OF I-INVOICE

           PERFORM IM100-WRITE-INVOICE

           IF CBR-ER-SUBSIDY-AMT OF I-INVOICE  >  ZERO

               PERFORM IM200-WRITE-SUBSIDY-ACCRUAL
           END-IF

           .
       PROCESS-INVOICE-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       IM100-WRITE-INVOICE SECTION.
       IM100.
       WRITE-INVOICE-EXIT.


      /*****************************************************************
      *   WRITE THE EMPLOYER SHARE OF THE INVOICE TO THE SUBSIDY GL    *
      *   ACCRUAL REGISTER, CHARGED TO THE RULE'S COMPANY/DEPT/ACCOUNT *
      ******************************************************************
       IM200-WRITE-SUBSIDY-ACCRUAL SECTION.
       IM200.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF I-INVOICE  TO  EMPLID OF I-SUBACCR
           MOVE BENEFIT-RCD-NO OF I-INVOICE
                   TO  BENEFIT-RCD-NO OF I-SUBACCR
           MOVE COBRA-EVENT-ID OF I-INVOICE
                   TO  COBRA-EVENT-ID OF I-SUBACCR
           MOVE DEPENDENT-BENEF OF I-INVOICE
                   TO  DEPENDENT-BENEF OF I-SUBACCR
           MOVE PLAN-TYPE OF I-INVOICE  TO  PLAN-TYPE OF I-SUBACCR
           MOVE BENEFIT-PLAN OF I-INVOICE  TO  BENEFIT-PLAN OF I-SUBACCR
           MOVE COVRG-MM-BEGIN-DT OF I-INVOICE
                   TO  COVRG-MM-BEGIN-DT OF I-SUBACCR
           MOVE COMPANY OF S-SUBRULE  TO  COMPANY OF I-SUBACCR
           MOVE DEPTID OF S-SUBRULE  TO  DEPTID OF I-SUBACCR
           MOVE ACCOUNT OF S-SUBRULE  TO  ACCOUNT OF I-SUBACCR
           MOVE SUB-TYPE OF W-SUB  TO  SUBSIDY-TYPE OF I-SUBACCR
           MOVE CBR-INVOICE-AMT OF I-INVOICE
                   TO  CBR-INVOICE-AMT OF I-SUBACCR
           MOVE CBR-ER-SUBSIDY-AMT OF I-INVOICE
                   TO  CBR-ER-SUBSIDY-AMT OF I-SUBACCR
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-SUBACCR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-SUBACCR OF W-CNTL
                                   SQL-STMT OF I-SUBACCR
                                   BIND-SETUP OF I-SUBACCR
                                   BIND-DATA OF I-SUBACCR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SUBSIDY-ACCRUAL'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-SUBSIDY-ACCRUAL-EXIT.


      /*****************************************************************
      *                                                                *
       IV000-DISC-INVOICE-GEN SECTION.
               END-IF
           END-IF

           IF SQL-CURSOR OF I-SUBACCR OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-SUBACCR OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-INVOICE-GEN(I-SUBACCR)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-INVOICE-GEN-EXIT.

       TERM-INVOICE-GEN-EXIT.


      /*****************************************************************
      *     EMPLOYER SUBSIDY EXPIRATION NOTICE EXTRACT                 *
      ******************************************************************
       JA000-SUBSIDY-END-NOTICE SECTION.
       JA000.
      * Run stand-alone off COBRA-PHASE-SUBSIDY.  Every enrolled plan  *
      * covered by an employer (severance) subsidy whose subsidy       *
      * period ends within the notice lead time (SUB-NOTICE-DAYS from  *
      * the process date), while COBRA coverage continues past it,     *
      * gets one notice extract row telling the participant the full   *
      * premium resumes and what it will be.  The select excludes      *
      * plans already noticed, so a rerun does not duplicate notices.  *
      ******************************************************************

           PERFORM JD000-INIT-SUBSIDY-END
           PERFORM JG000-SELECT-SUBSIDY-PLAN
           PERFORM JJ000-FETCH-SUBSIDY-PLAN

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM JM000-PROCESS-SUBSIDY-PLAN
               PERFORM JJ000-FETCH-SUBSIDY-PLAN
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           PERFORM JV000-DISC-SUBSIDY-END
           PERFORM JY000-TERM-SUBSIDY-END

           .
       SUBSIDY-END-NOTICE-EXIT.


      /*****************************************************************
      *   DERIVE THE END OF THE NOTICE LEAD TIME FROM THE PROCESS DATE *
      ******************************************************************
       JD000-INIT-SUBSIDY-END SECTION.
       JD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Subsidy Expiration Notice Started at '
                   TIME-OUT OF W-WK '.'
           PERFORM TA000-START-RUN-UNIT

           MOVE PROCESS-DT OF W-CNTL  TO  BEGIN-DT OF DTWRK
           MOVE SUB-NOTICE-DAYS OF W-SUB  TO  DAYS OF DTWRK
           SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  SUB-NOTICE-END-DT OF W-SUB

           DISPLAY '     Subsidy Periods Ending:  '
                   PROCESS-DT OF W-CNTL  ' through '
                   SUB-NOTICE-END-DT OF W-SUB

           .
       INIT-SUBSIDY-END-EXIT.


      /*****************************************************************
      *                                                                *
       JG000-SELECT-SUBSIDY-PLAN SECTION.
       JG000.
      *                                                                *
      ******************************************************************

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF S-SUBEND

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SUBEND OF W-CNTL
                                   SQL-STMT OF S-SUBEND
                                   BIND-SETUP OF S-SUBEND
                                   BIND-DATA OF S-SUBEND
                                   SELECT-SETUP OF S-SUBEND
                                   SELECT-DATA OF S-SUBEND
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-SUBSIDY-PLAN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-SUBSIDY-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       JJ000-FETCH-SUBSIDY-PLAN SECTION.
       JJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-SUBEND

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SUBEND OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-SUBSIDY-PLAN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-SUBSIDY-PLAN-EXIT.


      /*****************************************************************
      *   NOTICE A SUBSIDY PERIOD ENDING WITHIN THE LEAD TIME          *
      ******************************************************************
       JM000-PROCESS-SUBSIDY-PLAN SECTION.
       JM000.
      * The shares quoted are those of the subsidy now in force, so    *
      * the participant sees both what they pay today and the full     *
      * monthly cost that resumes the day after the subsidy ends.      *
      ******************************************************************

           MOVE SUBSIDY-TYPE OF S-SUBEND  TO  SUB-TYPE OF W-SUB
           MOVE SUBSIDY-PCT OF S-SUBEND  TO  SUB-PCT OF W-SUB
           MOVE SUBSIDY-AMT OF S-SUBEND  TO  SUB-AMT OF W-SUB
           MOVE SUBSIDY-BEGIN-DT OF S-SUBEND  TO  SUB-BEGIN-DT OF W-SUB
           MOVE SUBSIDY-END-DT OF S-SUBEND  TO  SUB-END-DT OF W-SUB
           MOVE SUBSIDY-MONTHS OF S-SUBEND  TO  SUB-MONTHS OF W-SUB
           MOVE CBR-MM-COST OF S-SUBEND  TO  SUB-FULL-AMT OF W-SUB

           PERFORM XR100-SET-SUBSIDY-PERIOD

           IF SUB-PERIOD-END-DT OF W-SUB  >=  PROCESS-DT OF W-CNTL
                   AND SUB-PERIOD-END-DT OF W-SUB
                           <=  SUB-NOTICE-END-DT OF W-SUB
                   AND SUB-PERIOD-END-DT OF W-SUB
                           <  COVERAGE-END-DT OF S-SUBEND

               PERFORM XR200-SPLIT-SUBSIDY
               PERFORM JM100-WRITE-SUBSIDY-NOTICE
           END-IF

           .
       PROCESS-SUBSIDY-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       JM100-WRITE-SUBSIDY-NOTICE SECTION.
       JM100.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-SUBEND
                   TO  EMPLID OF I-SUBNOTC
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-SUBEND
                   TO  BENEFIT-RCD-NO OF I-SUBNOTC
           MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-SUBEND
                   TO  COBRA-EVENT-ID OF I-SUBNOTC
           MOVE DEPENDENT-BENEF OF SELECT-DATA OF S-SUBEND
                   TO  DEPENDENT-BENEF OF I-SUBNOTC
           MOVE PLAN-TYPE OF SELECT-DATA OF S-SUBEND
                   TO  PLAN-TYPE OF I-SUBNOTC
           MOVE BENEFIT-PLAN OF SELECT-DATA OF S-SUBEND
                   TO  BENEFIT-PLAN OF I-SUBNOTC
           MOVE SUB-PERIOD-END-DT OF W-SUB
                   TO  SUBSIDY-END-DT OF I-SUBNOTC
           MOVE SUB-EMPLR-AMT OF W-SUB
                   TO  CBR-ER-SUBSIDY-AMT OF I-SUBNOTC
           MOVE SUB-PARTIC-AMT OF W-SUB
                   TO  CBR-PARTIC-OWED-AMT OF I-SUBNOTC
           MOVE SUB-FULL-AMT OF W-SUB  TO  CBR-MM-COST OF I-SUBNOTC
           MOVE NAME OF S-SUBEND  TO  NAME OF I-SUBNOTC
           MOVE COUNTRY OF S-SUBEND  TO  COUNTRY OF I-SUBNOTC
           MOVE ADDRESS1 OF S-SUBEND  TO  ADDRESS1 OF I-SUBNOTC
           MOVE ADDRESS2 OF S-SUBEND  TO  ADDRESS2 OF I-SUBNOTC
           MOVE CITY OF S-SUBEND  TO  CITY OF I-SUBNOTC
           MOVE STATE OF S-SUBEND  TO  STATE OF I-SUBNOTC
           MOVE POSTAL OF S-SUBEND  TO  POSTAL OF I-SUBNOTC
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-SUBNOTC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-SUBNOTC OF W-CNTL
                                   SQL-STMT OF I-SUBNOTC
                                   BIND-SETUP OF I-SUBNOTC
                                   BIND-DATA OF I-SUBNOTC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SUBSIDY-NOTICE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-SUBSIDY-NOTICE-EXIT.


      /*****************************************************************
      *                                                                *
       JV000-DISC-SUBSIDY-END SECTION.
       JV000.
      *                                                                *
      ******************************************************************

           PERFORM QA000-DISC-CURSORS

           IF SQL-CURSOR OF S-SUBEND OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-SUBEND OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-SUBSIDY-END(S-SUBEND)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-SUBNOTC OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-SUBNOTC OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-SUBSIDY-END(I-SUBNOTC)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-SUBSIDY-END-EXIT.


      /*****************************************************************
      *                                                                *
       JY000-TERM-SUBSIDY-END SECTION.
       JY000.
      *                                                                *
      ******************************************************************

           PERFORM TG000-FINISH-RUN-UNIT
           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Subsidy Expiration Notice Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-SUBSIDY-END-EXIT.


      /*****************************************************************
      *     INBOUND FEED CONTROL-TOTAL VALIDATION                      *
      ******************************************************************
      * The grace period comes from PAYMENT-GRACE-DAYS on the COBRA    *
      * event rule for the plan's qualifying event class; a rule       *
      * that carries no grace days falls back to the statutory 30.     *
      * Months carried in full by an employer subsidy are not the      *
      * participant's to pay: the grace period runs from the end of    *
      * the fully subsidized period, and a plan whose participant-owed *
      * balance is nil is never delinquent.                            *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-PAYFEED
               MOVE 30  TO  PAY-GRACE-DAYS OF W-PAY
           END-IF

           PERFORM PM050-SET-PARTIC-PAID-THRU

           MOVE PARTIC-PAID-THRU-DT OF W-PAY  TO  BEGIN-DT OF DTWRK
           MOVE PAY-GRACE-DAYS OF W-PAY  TO  DAYS OF DTWRK
           SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

           WHEN PAY-STATUS-DELINQUENT OF S-PAYFEED
                   AND CBR-ENROLLED OF SELECT-DATA OF S-PAYFEED
                   AND COBRA-NOT-TERMINATED OF SELECT-DATA OF S-PAYFEED
                   AND PARTIC-BAL-DUE OF S-PAYFEED  >  ZERO

               IF GRACE-END-DT OF W-PAY  <  PROCESS-DT OF W-CNTL

       PROCESS-PAYMENT-FEED-EXIT.


      /*****************************************************************
      *   CARRY THE PAID-THROUGH DATE ACROSS A FULL EMPLOYER SUBSIDY   *
      ******************************************************************
       PM050-SET-PARTIC-PAID-THRU SECTION.
       PM050.
      * When the month after the billing paid-through date is carried  *
      * entirely by the employer (a 100% subsidy, or a flat subsidy at *
      * least the monthly cost), the participant is paid through the   *
      * end of the subsidy period; otherwise the billing paid-through  *
      * date stands.                                                   *
      ******************************************************************

           MOVE PAID-THRU-DT OF S-PAYFEED
                   TO  PARTIC-PAID-THRU-DT OF W-PAY

           MOVE PAID-THRU-DT OF S-PAYFEED  TO  BEGIN-DT OF DTWRK
           MOVE 1  TO  DAYS OF DTWRK
           SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  SUB-WINDOW-BEGIN-DT OF W-SUB
           MOVE END-DT OF DTWRK  TO  SUB-WINDOW-END-DT OF W-SUB
           MOVE CBR-MM-COST OF S-PAYFEED  TO  SUB-FULL-AMT OF W-SUB

           MOVE EMPLID OF SELECT-DATA OF S-PAYFEED
                   TO  EMPLID OF BIND-DATA OF S-SUBRULE
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-PAYFEED
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-SUBRULE
           MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-PAYFEED
                   TO  COBRA-EVENT-ID OF BIND-DATA OF S-SUBRULE
           MOVE DEPENDENT-BENEF OF SELECT-DATA OF S-PAYFEED
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-SUBRULE
           MOVE PLAN-TYPE OF SELECT-DATA OF S-PAYFEED
                   TO  PLAN-TYPE OF BIND-DATA OF S-SUBRULE

           PERFORM XR000-GET-SUBSIDY-RULE

           IF SUBSIDY-IN-FORCE-YES OF W-SW
                   AND SUB-PARTIC-AMT OF W-SUB  =  ZERO
                   AND SUB-PERIOD-END-DT OF W-SUB
                           >  PARTIC-PAID-THRU-DT OF W-PAY

               MOVE SUB-PERIOD-END-DT OF W-SUB
                       TO  PARTIC-PAID-THRU-DT OF W-PAY

               IF PARTIC-PAID-THRU-DT OF W-PAY
                       >  COVERAGE-END-DT OF SELECT-DATA OF S-PAYFEED

                   MOVE COVERAGE-END-DT OF SELECT-DATA OF S-PAYFEED
                           TO  PARTIC-PAID-THRU-DT OF W-PAY
               END-IF
           END-IF

           .
       SET-PARTIC-PAID-THRU-EXIT.


      /*****************************************************************
      *   TERMINATE COVERAGE FOR NONPAYMENT AT THE PAID-THROUGH DATE   *
      ******************************************************************
      *                                                                *
      ******************************************************************

           MOVE PARTIC-PAID-THRU-DT OF W-PAY  TO  BEGIN-DT OF DTWRK
           MOVE 1  TO  DAYS OF DTWRK
           SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

                   TO  DEPENDENT-BENEF OF I-DELQREG
           MOVE PLAN-TYPE OF SELECT-DATA OF S-PAYFEED
                   TO  PLAN-TYPE OF I-DELQREG
           MOVE PARTIC-PAID-THRU-DT OF W-PAY
                   TO  PAID-THRU-DT OF I-DELQREG
           MOVE GRACE-END-DT OF W-PAY  TO  GRACE-END-DT OF I-DELQREG
           MOVE PARTIC-BAL-DUE OF S-PAYFEED
                   TO  PARTIC-BAL-DUE OF I-DELQREG
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-DELQREG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT


      /*****************************************************************
      *   MID-YEAR PREMIUM RATE CHANGE FOR ACTIVE COBRA PARTICIPANTS   *
      ******************************************************************
       RC000-PREMIUM-RATE-CHANGE SECTION.
       RC000.
      * Run stand-alone off COBRA-PHASE-RATE-CHANGE when the carrier   *
      * or plan premium changes in the middle of a plan year.  Every   *
      * participant enrolled on an event dated before the rate change  *
      * date has the option costs of the active plans repriced as of   *
      * that date through the regular option pricing (LS221).  The     *
      * stored option costs and plan rate percent are replaced, since  *
      * billing and the monthly invoice read them, the billing system  *
      * is told of the new rate effective the change date, and a rate  *
      * change notice is extracted.  Every change is written to the    *
      * rate change register; a preliminary run writes the register    *
      * only.                                                          *
      ******************************************************************

           PERFORM RD000-INIT-RATE-CHANGE
           PERFORM RG000-SELECT-RTC-DATA
           PERFORM RJ000-FETCH-RTC-PARTIC

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM RM000-PROCESS-RTC-PARTIC

               MOVE EMPLID OF SELECT-DATA OF S-PRCSPAR
                       TO  EMPLID OF W-CNTL
               MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-PRCSPAR
                       TO  BENEFIT-RCD-NO OF W-CNTL
               MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-PRCSPAR
                       TO  COBRA-EVENT-ID OF W-CNTL
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-PRCSPAR
                       TO  COBRA-EVENT-DT OF W-CNTL
               MOVE BENEFIT-PROGRAM OF SELECT-DATA OF S-PRCSPAR
                       TO  BENEFIT-PROGRAM OF W-CNTL
               PERFORM TD000-CHECKPOINT-RUN-UNIT

               IF RESELECT-YES OF W-SW

                   PERFORM RG000-SELECT-RTC-DATA
               END-IF

               PERFORM RJ000-FETCH-RTC-PARTIC
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           PERFORM RV000-DISC-RATE-CHANGE
           PERFORM RY000-TERM-RATE-CHANGE

           .
       PREMIUM-RATE-CHANGE-EXIT.


      /*****************************************************************
      *                                                                *
       RD000-INIT-RATE-CHANGE SECTION.
       RD000.
      * The preliminary register of an earlier run for the same rate   *
      * change date is cleared on a fresh start so the register shows  *
      * this run only; a restart keeps what is already committed.      *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Premium Rate Change Processing Started at '
                   TIME-OUT OF W-WK '.'
           SET PROGRESS-REPORT-PARTIC OF W-WK  TO  TRUE
           PERFORM TA000-START-RUN-UNIT
           MOVE SPACE  TO  BENEFIT-PROGRAM OF BATBL
           MOVE ZERO  TO  RTC-PARTIC-CNT OF W-RTC
           MOVE ZERO  TO  RTC-CHANGE-CNT OF W-RTC

           PERFORM RD100-GET-RATE-CHANGE-DT

           DISPLAY '  Rate Change Effective Date  '
                   RTC-CHANGE-DT OF W-RTC

           IF COBRA-PRELIM-YES OF W-CNTL
                   AND EMPLID OF W-CNTL  =  SPACE
                   AND BENEFIT-PROGRAM OF W-CNTL  =  SPACE
                   AND COBRA-EVENT-ID OF W-CNTL  =  ZERO

               PERFORM RD200-CLEAR-RTC-REGISTER
           END-IF

           .
       INIT-RATE-CHANGE-EXIT.


      /*****************************************************************
      *   RATE CHANGE EFFECTIVE DATE FROM ITS RUN CONTROL ROW, ELSE    *
      *   THE PROCESS DATE                                             *
      ******************************************************************
       RD100-GET-RATE-CHANGE-DT SECTION.
       RD100.
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RTCRUN
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RTCRUN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RTCRUN
                                   BIND-SETUP OF S-RTCRUN
                                   BIND-DATA OF S-RTCRUN
                                   SELECT-SETUP OF S-RTCRUN
                                   SELECT-DATA OF S-RTCRUN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-RATE-CHANGE-DT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RTCRUN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'GET-RATE-CHANGE-DT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF CBR-RATE-CHG-DT OF S-RTCRUN  =  SPACE

               MOVE PROCESS-DT OF W-CNTL  TO  RTC-CHANGE-DT OF W-RTC
           ELSE
               MOVE CBR-RATE-CHG-DT OF S-RTCRUN
                       TO  RTC-CHANGE-DT OF W-RTC
           END-IF

           .
       GET-RATE-CHANGE-DT-EXIT.


      /*****************************************************************
      *                                                                *
       RD200-CLEAR-RTC-REGISTER SECTION.
       RD200.
      *                                                                *
      ******************************************************************

           MOVE RTC-CHANGE-DT OF W-RTC  TO  CBR-RATE-CHG-DT OF D-RTCREG
           MOVE CBR-PRELIM-CALC OF W-CNTL
                   TO  CBR-PRELIM-CALC OF D-RTCREG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RTCREG
                                   BIND-SETUP OF D-RTCREG
                                   BIND-DATA OF D-RTCREG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-RTC-REGISTER(D-RTCREG)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE RTC-CHANGE-DT OF W-RTC  TO  CBR-RATE-CHG-DT OF D-RTCSUM
           MOVE CBR-PRELIM-CALC OF W-CNTL
                   TO  CBR-PRELIM-CALC OF D-RTCSUM

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RTCSUM
                                   BIND-SETUP OF D-RTCSUM
                                   BIND-DATA OF D-RTCSUM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-RTC-REGISTER(D-RTCSUM)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-RTC-REGISTER-EXIT.


      /*****************************************************************
      *   SELECT THE ENROLLED POPULATION AND ITS PLAN/OPTION/DEPEND    *
      *   DATA THROUGH THE REGULAR PARTICIPANT-PHASE BUFFERS           *
      ******************************************************************
       RG000-SELECT-RTC-DATA SECTION.
       RG000.
      *                                                                *
      ******************************************************************

           PERFORM RG100-SELECT-RTC-PARTIC
           PERFORM RG200-SELECT-RTC-PLAN
           PERFORM LG300-SELECT-PARTIC-OPTN
           PERFORM LG400-SELECT-PARTIC-DPND
           PERFORM XC200-FETCH-PARTIC-PLN3
           PERFORM LN210-FETCH-PARTIC-OPTN
           PERFORM LN310-FETCH-PARTIC-DPND

           .
       SELECT-RTC-DATA-EXIT.


      /*****************************************************************
      *                                                                *
       RG100-SELECT-RTC-PARTIC SECTION.
       RG100.
      *                                                                *
      ******************************************************************

           MOVE BENEFIT-PROGRAM OF W-CNTL
                   TO  BENEFIT-PROGRAM OF BIND-DATA OF S-PRCSPAR
           MOVE BENEFIT-PROGRAM OF W-CNTL
                   TO  BENEFIT-PROGRAM-2 OF BIND-DATA OF S-PRCSPAR
                   BENEFIT-PROGRAM-3 OF BIND-DATA OF S-PRCSPAR
                   BENEFIT-PROGRAM-4 OF BIND-DATA OF S-PRCSPAR
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-PRCSPAR
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT-2 OF BIND-DATA OF S-PRCSPAR
           MOVE EMPLID OF W-CNTL  TO  EMPLID OF BIND-DATA OF S-PRCSPAR
           MOVE EMPLID OF W-CNTL  TO  EMPLID-2 OF BIND-DATA OF S-PRCSPAR
                           EMPLID-3 OF BIND-DATA OF S-PRCSPAR
                           EMPLID-4 OF BIND-DATA OF S-PRCSPAR
           MOVE BENEFIT-RCD-NO OF W-CNTL
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-PRCSPAR
           MOVE BENEFIT-RCD-NO OF W-CNTL
                   TO  BENEFIT-RCD-NO-2 OF BIND-DATA OF S-PRCSPAR
           MOVE COBRA-EVENT-ID OF W-CNTL
                   TO  COBRA-EVENT-ID OF BIND-DATA OF S-PRCSPAR
           MOVE COBRA-EVENT-ID OF W-CNTL
                   TO  COBRA-EVENT-ID-2 OF BIND-DATA OF S-PRCSPAR
           MOVE DEPENDENT-BENEF OF W-CNTL
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-PRCSPAR
                   DEPENDENT-BENEF-2 OF BIND-DATA OF S-PRCSPAR
                   DEPENDENT-BENEF-3 OF BIND-DATA OF S-PRCSPAR

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-RTCPAR OF W-CNTL
                                   SQL-STMT OF S-RTCPAR
                                   BIND-SETUP OF S-PRCSPAR
                                   BIND-DATA OF S-PRCSPAR
                                   SELECT-SETUP OF S-PRCSPAR
                                   SELECT-DATA OF S-PRCSPAR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RTC-PARTIC'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-RTC-PARTIC-EXIT.


      /*****************************************************************
      *                                                                *
       RG200-SELECT-RTC-PLAN SECTION.
       RG200.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-PARPLN3 OF W-CNTL
                                   SQL-STMT OF S-RTCPLN3
                                   BIND-SETUP OF S-PRCSPAR
                                   BIND-DATA OF S-PRCSPAR
                                   SELECT-SETUP OF S-PARPLN3
                                   SELECT-DATA OF S-PARPLN3
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-RTC-PLAN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-RTC-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       RJ000-FETCH-RTC-PARTIC SECTION.
       RJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-PRCSPAR

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-RTCPAR OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-RTC-PARTIC'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-RTC-PARTIC-EXIT.


      /*****************************************************************
      *   REPRICE ONE ENROLLED PARTICIPANT AS OF THE RATE CHANGE DATE  *
      ******************************************************************
       RM000-PROCESS-RTC-PARTIC SECTION.
       RM000.
      * The plan, option and dependent merge cursors run in lock step  *
      * with the participant cursor, so LN000 is performed for every   *
      * participant fetched, even one whose event is not before the    *
      * rate change date (that event was already priced at the new     *
      * rates when it was qualified).  The covered persons are taken   *
      * from the elections in force at the original event; the event   *
      * date is then parked at the rate change date so the program     *
      * definition, event rules and option costs are all taken as of   *
      * that date, and restored once the participant is done.          *
      ******************************************************************

           PERFORM LM000-SAVE-PROCESS-PARTIC

           IF EMPLID OF W-EVENT  NOT =  EMPLID OF W-CNTL
                   OR  COBRA-EVENT-DT OF W-EVENT
                       NOT = WDEPEND-ASOFDT OF W-DEPEND

               MOVE ZERO  TO  WDEPEND-COUNT OF W-DEPEND
               MOVE ZERO  TO  WDEPNID-COUNT OF W-DEPNID
               MOVE ZERO  TO  WDEPEFF-COUNT OF W-DEPEND
               SET LOAD-EMPL-DEP-YES OF W-SW  TO  TRUE
               PERFORM XN000-LOAD-DEPENDENT
           END-IF

           PERFORM LN000-OBTAIN-PARTIC-DATA

           IF COBRA-EVENT-DT OF W-EVENT  <  RTC-CHANGE-DT OF W-RTC

               ADD 1  TO  RTC-PARTIC-CNT OF W-RTC
               MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  RTC-EVENT-DT-SAVE OF W-RTC
               MOVE ZERO  TO  WCUR-COUNT OF W-CURELT
               MOVE ZERO  TO  WCURDB-COUNT OF W-CURELT
               PERFORM XM000-OBTAIN-CUR-ELECT-DATA

               MOVE RTC-CHANGE-DT OF W-RTC
                       TO  COBRA-EVENT-DT OF W-EVENT
               PERFORM LP000-LOAD-TABLE-DATA
               PERFORM XH000-GET-CBR-EVT-RULE
               PERFORM RM100-SET-RTC-PRICING

               PERFORM VARYING WPLAN-IDX  FROM  1  BY  1
                       UNTIL WPLAN-IDX  >  WPLAN-COUNT OF W-EVENT

                   PERFORM RM110-CHECK-ACTIVE-PLAN

                   IF RTC-ACTIVE-YES OF W-RTC

                       PERFORM RM200-REPRICE-PLAN
                   END-IF
               END-PERFORM

               MOVE RTC-EVENT-DT-SAVE OF W-RTC
                       TO  COBRA-EVENT-DT OF W-EVENT
           END-IF

           .
       PROCESS-RTC-PARTIC-EXIT.


      /*****************************************************************
      *   SET UP THE PARTICIPANT'S PRICING PARAMETERS THE WAY          *
      *   LS000-PREPARE-OPTIONS DOES                                   *
      ******************************************************************
       RM100-SET-RTC-PRICING SECTION.
       RM100.
      *                                                                *
      ******************************************************************

           SET WDEPEND-IDX  TO  1

           SEARCH WDEPEND-DATA

               WHEN DEPENDENT-BENEF OF WPARTIC-DATA
                       OF W-EVENT(WPARTIC-IDX)
                       =  DEPENDENT-BENEF OF W-DEPEND(WDEPEND-IDX)

                   CONTINUE
           END-SEARCH

           MOVE COBRA-EVENT-DT OF W-EVENT  TO  SEARCH-EFFDT OF W-DEPEND
           PERFORM XN700-SRCH-DEP-EFF-DATA
           PERFORM XL000-GET-ELIG-PARAMS
           MOVE BENEFIT-PROGRAM OF W-EVENT(WPARTIC-IDX)
                   TO  BENEFIT-PROGRAM OF PARTC

           .
       SET-RTC-PRICING-EXIT.


      /*****************************************************************
      *   A PLAN IS REPRICED WHEN ITS ELECTED COVERAGE IS IN FORCE ON  *
      *   THE RATE CHANGE DATE                                         *
      ******************************************************************
       RM110-CHECK-ACTIVE-PLAN SECTION.
       RM110.
      *                                                                *
      ******************************************************************

           SET RTC-ACTIVE-NO OF W-RTC  TO  TRUE
           SET RTC-DISABL-NO OF W-RTC  TO  TRUE

           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   AND COBRA-ELECT-ELECT OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)
                   AND CBR-ENROLLED OF W-EVENT(WPLAN-IDX)
                   AND NOT CBR-PROCESS-VOID OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)
                   AND OPTION-CD OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                           NOT =  SPACE
                   AND (COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)  =  SPACE
                       OR COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                               NOT <  RTC-CHANGE-DT OF W-RTC)
                   AND (COBRA-TERM-DT OF W-EVENT(WPLAN-IDX)  =  SPACE
                       OR COBRA-TERM-DT OF W-EVENT(WPLAN-IDX)
                               >  RTC-CHANGE-DT OF W-RTC)

               SET RTC-ACTIVE-YES OF W-RTC  TO  TRUE

               IF DISABL-CVG-BEG-DT OF W-EVENT(WPLAN-IDX)  >  SPACE
                       AND DISABL-CVG-BEG-DT OF W-EVENT(WPLAN-IDX)
                               NOT >  RTC-CHANGE-DT OF W-RTC

                   SET RTC-DISABL-YES OF W-RTC  TO  TRUE
               END-IF
           END-IF

           .
       CHECK-ACTIVE-PLAN-EXIT.


      /*****************************************************************
      *   REPRICE EVERY OPTION OF ONE ACTIVE PLAN AND ACT ON A CHANGE  *
      *   IN THE ELECTED OPTION'S PREMIUM                              *
      ******************************************************************
       RM200-REPRICE-PLAN SECTION.
       RM200.
      * The plan's stored rate percent is the surcharge without any    *
      * waiver, so it is only compared when the event rule charges     *
      * the surcharge.                                                 *
      ******************************************************************

           SET RTC-ELECT-NOT-FOUND OF W-RTC  TO  TRUE

           PERFORM VARYING WOPTN-IDX  FROM  1  BY  1
                   UNTIL WOPTN-IDX  >  WOPTN-COUNT OF W-EVENT

               IF DEPENDENT-BENEF OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                       =  DEPENDENT-BENEF OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)
                       AND PLAN-TYPE OF WOPTN-DATA
                               OF W-EVENT(WOPTN-IDX)
                           =  PLAN-TYPE OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)

                   PERFORM RM210-REPRICE-OPTION
               END-IF
           END-PERFORM

           IF RTC-ELECT-FOUND OF W-RTC

               MOVE CBR-RATE-PCT OF W-EVENT(WPLAN-IDX)
                       TO  RTC-PRIOR-RATE-PCT OF W-RTC

               IF CBR-RATE-PCT OF PARTC  =  ZERO

                   MOVE RTC-PRIOR-RATE-PCT OF W-RTC
                           TO  RTC-RATE-PCT OF W-RTC
               END-IF

               SET WOPTN-IDX  TO  RTC-ELECT-IDX OF W-RTC

               IF CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                       NOT =  RTC-ELECT-PRIOR-COST OF W-RTC
                       OR CBR-DISABL-MM-COST OF WOPTN-DATA
                               OF W-EVENT(WOPTN-IDX)
                           NOT =  RTC-ELECT-PRIOR-DIS OF W-RTC
                       OR RTC-RATE-PCT OF W-RTC
                           NOT =  RTC-PRIOR-RATE-PCT OF W-RTC

                   PERFORM RM300-APPLY-RATE-CHANGE
               END-IF
           END-IF

           .
       REPRICE-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       RM210-REPRICE-OPTION SECTION.
       RM210.
      *                                                                *
      ******************************************************************

           MOVE CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                   TO  RTC-PRIOR-MM-COST OF W-RTC
           MOVE CBR-DISABL-MM-COST OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  RTC-PRIOR-DIS-COST OF W-RTC

           PERFORM LS221-CALC-MONTHLY-COST

           IF OPTION-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   =  OPTION-CD OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

               SET RTC-ELECT-FOUND OF W-RTC  TO  TRUE
               SET RTC-ELECT-IDX OF W-RTC  TO  WOPTN-IDX
               MOVE RTC-PRIOR-MM-COST OF W-RTC
                       TO  RTC-ELECT-PRIOR-COST OF W-RTC
               MOVE RTC-PRIOR-DIS-COST OF W-RTC
                       TO  RTC-ELECT-PRIOR-DIS OF W-RTC
               MOVE CBR-RATE-PCT OF BADED  TO  RTC-RATE-PCT OF W-RTC
               MOVE CBR-DIS-RATE-PCT OF BADED
                       TO  RTC-DIS-RATE-PCT OF W-RTC
           END-IF

           IF COBRA-PRELIM-NO OF W-CNTL
                   AND (CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                           NOT =  RTC-PRIOR-MM-COST OF W-RTC
                       OR CBR-DISABL-MM-COST OF WOPTN-DATA
                               OF W-EVENT(WOPTN-IDX)
                           NOT =  RTC-PRIOR-DIS-COST OF W-RTC)

               PERFORM RM220-UPDATE-OPTION-COST
           END-IF

           .
       REPRICE-OPTION-EXIT.


      /*****************************************************************
      *                                                                *
       RM220-UPDATE-OPTION-COST SECTION.
       RM220.
      *                                                                *
      ******************************************************************

           MOVE CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                   TO  CBR-MM-COST OF U-RTCOPTN
           MOVE CBR-DISABL-MM-COST OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  CBR-DISABL-MM-COST OF U-RTCOPTN
           MOVE EMPLID OF W-EVENT  TO  EMPLID OF U-RTCOPTN
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF U-RTCOPTN
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF U-RTCOPTN
           MOVE DEPENDENT-BENEF OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  DEPENDENT-BENEF OF U-RTCOPTN
           MOVE PLAN-TYPE OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  PLAN-TYPE OF U-RTCOPTN
           MOVE OPTION-ID OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  OPTION-ID OF U-RTCOPTN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-RTCOPTN OF W-CNTL
                                   SQL-STMT OF U-RTCOPTN
                                   BIND-SETUP OF U-RTCOPTN
                                   BIND-DATA OF U-RTCOPTN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-OPTION-COST'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-OPTION-COST-EXIT.


      /*****************************************************************
      *   THE ELECTED OPTION'S PREMIUM CHANGED: UPDATE THE PLAN RATE,  *
      *   NOTIFY BILLING, EXTRACT THE NOTICE AND REGISTER THE CHANGE   *
      ******************************************************************
       RM300-APPLY-RATE-CHANGE SECTION.
       RM300.
      * A participant in the disability extension is billed the        *
      * disability cost at the disability rate.  The new rate bills    *
      * from the rate change date, or from the start of COBRA coverage *
      * when that is later.                                            *
      ******************************************************************

           ADD 1  TO  RTC-CHANGE-CNT OF W-RTC

           IF RTC-DISABL-YES OF W-RTC

               MOVE RTC-ELECT-PRIOR-DIS OF W-RTC
                       TO  RTC-BILL-PRIOR-COST OF W-RTC
               MOVE CBR-DISABL-MM-COST OF WOPTN-DATA
                       OF W-EVENT(WOPTN-IDX)
                               TO  RTC-BILL-COST OF W-RTC
               MOVE RTC-DIS-RATE-PCT OF W-RTC
                       TO  RTC-BILL-RATE-PCT OF W-RTC
           ELSE
               MOVE RTC-ELECT-PRIOR-COST OF W-RTC
                       TO  RTC-BILL-PRIOR-COST OF W-RTC
               MOVE CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                       TO  RTC-BILL-COST OF W-RTC
               MOVE RTC-RATE-PCT OF W-RTC
                       TO  RTC-BILL-RATE-PCT OF W-RTC
           END-IF

           IF COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                   >  RTC-CHANGE-DT OF W-RTC

               MOVE COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                       TO  RTC-BILL-EFFDT OF W-RTC
           ELSE
               MOVE RTC-CHANGE-DT OF W-RTC  TO  RTC-BILL-EFFDT OF W-RTC
           END-IF

           IF COBRA-PRELIM-NO OF W-CNTL

               IF RTC-RATE-PCT OF W-RTC
                       NOT =  RTC-PRIOR-RATE-PCT OF W-RTC

                   PERFORM RM310-UPDATE-PLAN-RATE
               END-IF

               IF BILLING-YES OF W-CNTL

                   MOVE RTC-BILL-RATE-PCT OF W-RTC
                           TO  RATE-PERCENT OF W-SAVE
                   MOVE RTC-BILL-EFFDT OF W-RTC
                           TO  COBRA-EVENT-DT OF W-EVENT
                   PERFORM LU320-INSERT-BILLING-CHANGE
                   MOVE RTC-CHANGE-DT OF W-RTC
                           TO  COBRA-EVENT-DT OF W-EVENT
               END-IF

               PERFORM RM400-WRITE-RTC-NOTICE
           END-IF

           PERFORM RM500-WRITE-RTC-REGISTER
           PERFORM RM510-UPDATE-RTC-SUMMARY

           .
       APPLY-RATE-CHANGE-EXIT.


      /*****************************************************************
      *                                                                *
       RM310-UPDATE-PLAN-RATE SECTION.
       RM310.
      *                                                                *
      ******************************************************************

           MOVE RTC-RATE-PCT OF W-RTC  TO  CBR-RATE-PCT OF U-RTCPLN
           MOVE EMPLID OF W-EVENT  TO  EMPLID OF U-RTCPLN
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF U-RTCPLN
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF U-RTCPLN
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF U-RTCPLN
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF U-RTCPLN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-RTCPLN OF W-CNTL
                                   SQL-STMT OF U-RTCPLN
                                   BIND-SETUP OF U-RTCPLN
                                   BIND-DATA OF U-RTCPLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-PLAN-RATE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE RTC-RATE-PCT OF W-RTC
                   TO  CBR-RATE-PCT OF W-EVENT(WPLAN-IDX)

           .
       UPDATE-PLAN-RATE-EXIT.


      /*****************************************************************
      *   PREMIUM RATE CHANGE NOTICE PRINT EXTRACT                     *
      ******************************************************************
       RM400-WRITE-RTC-NOTICE SECTION.
       RM400.
      * LS225-SET-COVERED-PERSONS repositions WDEPEND-IDX while the    *
      * options are priced, so the participant's dependent row is      *
      * searched for again before the mailing address is taken from    *
      * it, as LS400-WRITE-NOTICE-EXTRACT does.                        *
      ******************************************************************

           SET WDEPEND-IDX  TO  1

           SEARCH WDEPEND-DATA

               WHEN DEPENDENT-BENEF OF WPARTIC-DATA
                       OF W-EVENT(WPARTIC-IDX)
                       =  DEPENDENT-BENEF OF W-DEPEND(WDEPEND-IDX)

                   CONTINUE
           END-SEARCH

           INITIALIZE BIND-DATA OF I-RTCNOTC

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF I-RTCNOTC
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF I-RTCNOTC
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF I-RTCNOTC
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF I-RTCNOTC
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF I-RTCNOTC
           MOVE BENEFIT-PLAN OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  BENEFIT-PLAN OF I-RTCNOTC
           MOVE COVRG-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  COVRG-CD OF I-RTCNOTC
           MOVE OPTION-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  OPTION-CD OF I-RTCNOTC
           MOVE RTC-BILL-EFFDT OF W-RTC  TO  EFFDT OF I-RTCNOTC
           MOVE RTC-BILL-PRIOR-COST OF W-RTC
                   TO  CBR-PRIOR-MM-COST OF I-RTCNOTC
           MOVE RTC-BILL-COST OF W-RTC  TO  CBR-MM-COST OF I-RTCNOTC
           MOVE RTC-BILL-RATE-PCT OF W-RTC
                   TO  CBR-RATE-PCT OF I-RTCNOTC

           IF SAME-ADDRESS-EMPL-NO OF W-DEPEND(WDEPEND-IDX)

               MOVE COUNTRY OF W-DEPEND(WDEPEND-IDX)
                       TO  COUNTRY OF I-RTCNOTC
               MOVE ADDRESS1 OF W-DEPEND(WDEPEND-IDX)
                       TO  ADDRESS1 OF I-RTCNOTC
               MOVE ADDRESS2 OF W-DEPEND(WDEPEND-IDX)
                       TO  ADDRESS2 OF I-RTCNOTC
               MOVE ADDRESS3 OF W-DEPEND(WDEPEND-IDX)
                       TO  ADDRESS3 OF I-RTCNOTC
               MOVE ADDRESS4 OF W-DEPEND(WDEPEND-IDX)
                       TO  ADDRESS4 OF I-RTCNOTC
               MOVE CITY OF W-DEPEND(WDEPEND-IDX)
                       TO  CITY OF I-RTCNOTC
               MOVE COUNTY OF W-DEPEND(WDEPEND-IDX)
                       TO  COUNTY OF I-RTCNOTC
               MOVE STATE OF W-DEPEND(WDEPEND-IDX)
                       TO  STATE OF I-RTCNOTC
               MOVE POSTAL OF W-DEPEND(WDEPEND-IDX)
                       TO  POSTAL OF I-RTCNOTC
           ELSE
               MOVE COUNTRY OF W-EVENT  TO  COUNTRY OF I-RTCNOTC
               MOVE ADDRESS1 OF W-EVENT  TO  ADDRESS1 OF I-RTCNOTC
               MOVE ADDRESS2 OF W-EVENT  TO  ADDRESS2 OF I-RTCNOTC
               MOVE ADDRESS3 OF W-EVENT  TO  ADDRESS3 OF I-RTCNOTC
               MOVE ADDRESS4 OF W-EVENT  TO  ADDRESS4 OF I-RTCNOTC
               MOVE CITY OF W-EVENT  TO  CITY OF I-RTCNOTC
               MOVE COUNTY OF W-EVENT  TO  COUNTY OF I-RTCNOTC
               MOVE STATE OF W-EVENT  TO  STATE OF I-RTCNOTC
               MOVE POSTAL OF W-EVENT  TO  POSTAL OF I-RTCNOTC
           END-IF

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-RTCNOTC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-RTCNOTC OF W-CNTL
                                   SQL-STMT OF I-RTCNOTC
                                   BIND-SETUP OF I-RTCNOTC
                                   BIND-DATA OF I-RTCNOTC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-RTC-NOTICE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-RTC-NOTICE-EXIT.


      /*****************************************************************
      *   PREMIUM RATE CHANGE REGISTER DETAIL ROW                      *
      ******************************************************************
       RM500-WRITE-RTC-REGISTER SECTION.
       RM500.
      *                                                                *
      ******************************************************************

           INITIALIZE BIND-DATA OF I-RTCREG

           MOVE RTC-CHANGE-DT OF W-RTC  TO  CBR-RATE-CHG-DT OF I-RTCREG
           MOVE CBR-PRELIM-CALC OF W-CNTL
                   TO  CBR-PRELIM-CALC OF I-RTCREG
           MOVE EMPLID OF W-EVENT  TO  EMPLID OF I-RTCREG
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF I-RTCREG
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF I-RTCREG
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF I-RTCREG
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF I-RTCREG
           MOVE BENEFIT-PLAN OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  BENEFIT-PLAN OF I-RTCREG
           MOVE COVRG-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  COVRG-CD OF I-RTCREG
           MOVE OPTION-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  OPTION-CD OF I-RTCREG
           MOVE RTC-DISABL-IND OF W-RTC  TO  CBR-DISABL-IND OF I-RTCREG
           MOVE RTC-BILL-EFFDT OF W-RTC  TO  EFFDT OF I-RTCREG
           MOVE RTC-ELECT-PRIOR-COST OF W-RTC
                   TO  CBR-PRIOR-MM-COST OF I-RTCREG
           MOVE CBR-MM-COST OF W-EVENT(WOPTN-IDX)
                   TO  CBR-MM-COST OF I-RTCREG
           MOVE RTC-ELECT-PRIOR-DIS OF W-RTC
                   TO  CBR-PRIOR-DIS-COST OF I-RTCREG
           MOVE CBR-DISABL-MM-COST OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  CBR-DISABL-MM-COST OF I-RTCREG
           MOVE RTC-PRIOR-RATE-PCT OF W-RTC
                   TO  CBR-PRIOR-RATE-PCT OF I-RTCREG
           MOVE RTC-RATE-PCT OF W-RTC  TO  CBR-RATE-PCT OF I-RTCREG
           MOVE RTC-DIS-RATE-PCT OF W-RTC
                   TO  CBR-DIS-RATE-PCT OF I-RTCREG
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-RTCREG

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-RTCREG OF W-CNTL
                                   SQL-STMT OF I-RTCREG
                                   BIND-SETUP OF I-RTCREG
                                   BIND-DATA OF I-RTCREG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-RTC-REGISTER'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-RTC-REGISTER-EXIT.


      /*****************************************************************
      *   ADD THE CHANGE TO THE REGISTER'S PLAN/COVERAGE SUMMARY ROW   *
      ******************************************************************
       RM510-UPDATE-RTC-SUMMARY SECTION.
       RM510.
      * The summary carries the billed monthly premium before and      *
      * after the change; the stored statement adds to the row for the *
      * plan and coverage code, inserting it on first use, so the      *
      * totals survive a restart without being re-accumulated.         *
      ******************************************************************

           MOVE RTC-CHANGE-DT OF W-RTC  TO  CBR-RATE-CHG-DT OF U-RTCSUM
           MOVE CBR-PRELIM-CALC OF W-CNTL
                   TO  CBR-PRELIM-CALC OF U-RTCSUM
           MOVE PLAN-TYPE OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  PLAN-TYPE OF U-RTCSUM
           MOVE BENEFIT-PLAN OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  BENEFIT-PLAN OF U-RTCSUM
           MOVE COVRG-CD OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  COVRG-CD OF U-RTCSUM
           MOVE 1  TO  PARTIC-COUNT OF U-RTCSUM
           MOVE RTC-BILL-PRIOR-COST OF W-RTC
                   TO  CBR-PRIOR-MM-TOT OF U-RTCSUM
           MOVE RTC-BILL-COST OF W-RTC  TO  CBR-MM-TOT OF U-RTCSUM

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-RTCSUM OF W-CNTL
                                   SQL-STMT OF U-RTCSUM
                                   BIND-SETUP OF U-RTCSUM
                                   BIND-DATA OF U-RTCSUM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-RTC-SUMMARY'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-RTC-SUMMARY-EXIT.


      /*****************************************************************
      *                                                                *
       RV000-DISC-RATE-CHANGE SECTION.
       RV000.
      *                                                                *
      ******************************************************************

           PERFORM LV000-DISC-PROCESS-PARTIC

           IF SQL-CURSOR OF S-RTCPAR OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-RTCPAR OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(S-RTCPAR)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF U-RTCOPTN OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF U-RTCOPTN OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(U-RTCOPTN)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF U-RTCPLN OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF U-RTCPLN OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(U-RTCPLN)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-RTCNOTC OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-RTCNOTC OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(I-RTCNOTC)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-RTCREG OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-RTCREG OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(I-RTCREG)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF U-RTCSUM OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF U-RTCSUM OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-RATE-CHANGE(U-RTCSUM)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-RATE-CHANGE-EXIT.


      /*****************************************************************
      *                                                                *
       RY000-TERM-RATE-CHANGE SECTION.
       RY000.
      *                                                                *
      ******************************************************************

           PERFORM TG000-FINISH-RUN-UNIT

           MOVE RTC-PARTIC-CNT OF W-RTC  TO  DISPLAY-COUNT-1 OF W-WK
           MOVE RTC-CHANGE-CNT OF W-RTC  TO  DISPLAY-COUNT-2 OF W-WK
           DISPLAY '  Participants Repriced       '
                   DISPLAY-COUNT-1 OF W-WK
           DISPLAY '  Premium Changes Registered  '
                   DISPLAY-COUNT-2 OF W-WK

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Premium Rate Change Processing Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-RATE-CHANGE-EXIT.


      /*****************************************************************
      *                                                                *
       GA000-PROCESS-ACTIVITY SECTION.
       GA000.
      *                                                                *
      ******************************************************************


           PERFORM GD000-INIT-PROCESS-ACTIVITY

           IF COBRA-PRELIM-NO OF W-CNTL

               PERFORM GR000-RECYCLE-SUSPENSE
           END-IF

           PERFORM GG000-SELECT-COBRA-ACTIVITY
           PERFORM GJ100-FETCH-STREAM-ACTIVITY

           MOVE HIGH-VALUE  TO  WCBR-EVT-MAX-EFFDT OF W-CBR-EVT

           PERFORM UNTIL RTNCD-END OF SQLRT

               MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                       TO  EMPLID OF W-EVENT
               MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                       TO  EMPL-RCD-NO OF W-EVENT
               MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-CBRACTY
                       TO  BENEFIT-RCD-NO OF W-EVENT

               IF COBRA-EVENT-DT OF W-EVENT
                   <  WCBR-EVT-MAX-EFFDT OF W-CBR-EVT

                   PERFORM GA100-LOAD-CBR-EVT-RULE
               END-IF

               PERFORM GM000-PROCESS-COBRA-ACTIVITY

               MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                       TO  EMPLID OF W-CNTL
               MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                       TO  EMPL-RCD-NO OF W-CNTL
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                       TO  COBRA-EVENT-DT OF W-CNTL
               MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                       TO  COBRA-ACTION OF W-CNTL
               PERFORM TD000-CHECKPOINT-RUN-UNIT

               IF RESELECT-YES OF W-SW

                   PERFORM GG000-SELECT-COBRA-ACTIVITY
               END-IF

               PERFORM GJ100-FETCH-STREAM-ACTIVITY
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           IF NOT STRM-ROLE-WORKER OF W-STRM

               PERFORM GR900-WRITE-SUSPENSE-AGING
           END-IF

           PERFORM GV000-DISC-PROCESS-ACTIVITY
           PERFORM GY000-TERM-PROCESS-ACTIVITY

           .
       PROCESS-COBRA-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GA100-LOAD-CBR-EVT-RULE SECTION.
       GA100.
      *                                                                *
      ******************************************************************

           MOVE ZERO  TO  WCBR-EVT-COUNT OF W-CBR-EVT
           MOVE ZERO  TO  WCBR-BEN-COUNT OF W-CBR-EVT
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                               TO  COBRA-EVENT-DT OF W-EVENT


           PERFORM XF100-SELECT-CBR-EVT-RULES
           PERFORM XF200-FETCH-CBR-EVT-RULES

           PERFORM UNTIL RTNCD-END OF SQLRT

               IF WCBR-EVNT-COUNT-MAX OF W-CBR-EVT

                   DISPLAY 'Max # of COBRA Event Rules Exceeded'
                   MOVE 'LOAD-CBR-EVT-RULE'  TO  ERR-SECTION OF SQLRT
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               ADD 1  TO  WCBR-EVT-COUNT OF W-CBR-EVT
               PERFORM XF300-SAVE-CBR-EVT-RULES
               PERFORM XF200-FETCH-CBR-EVT-RULES
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       LOAD-CBR-EVT-RULE-EXIT.


      /*****************************************************************
      *   RE-QUEUE PARKED ACTIVITY ROWS FOR ANOTHER ATTEMPT           *
      ******************************************************************
       GR000-RECYCLE-SUSPENSE SECTION.
       GR000.
      * Every suspended activity is turned back into a COBRA activity  *
      * trigger at the start of the run, so an event whose underlying  *
      * job or region data HR has since fixed qualifies on its own     *
      * without re-keying.  An activity that rejects again refreshes   *
      * its suspense row (GM800) keeping the original suspend date;    *
      * one that stores clears it (GM900).                             *
      ******************************************************************

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF BIND-DATA
                                               OF S-ACTSUSP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACTSUSP
                                   SQL-STMT OF S-ACTSUSP
                                   BIND-SETUP OF S-ACTSUSP
                                   BIND-DATA OF S-ACTSUSP
                                   SELECT-SETUP OF S-ACTSUSP
                                   SELECT-DATA OF S-ACTSUSP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'RECYCLE-SUSPENSE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM GR020-FETCH-STREAM-SUSPENSE

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM GR100-REQUEUE-ACTIVITY
               PERFORM GR020-FETCH-STREAM-SUSPENSE
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       RECYCLE-SUSPENSE-EXIT.


      /*****************************************************************
      *                                                                *
       GR010-FETCH-SUSPENSE SECTION.
       GR010.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-ACTSUSP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACTSUSP
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-SUSPENSE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-SUSPENSE-EXIT.


      /*****************************************************************
      *                                                                *
       GR020-FETCH-STREAM-SUSPENSE SECTION.
       GR020.
      * Next parked activity belonging to this stream.                 *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM GR010-FETCH-SUSPENSE
               MOVE EMPLID OF SELECT-DATA OF S-ACTSUSP
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID
           END-PERFORM

           .
       FETCH-STREAM-SUSPENSE-EXIT.


      /*****************************************************************
      *   REBUILD THE ACTIVITY TRIGGER FROM THE SUSPENSE ROW           *
      ******************************************************************
       GR100-REQUEUE-ACTIVITY SECTION.
       GR100.
      * Any trigger already staged under the same keys (HR re-keyed    *
      * the action by hand) is dropped first so the re-queue cannot    *
      * create a duplicate.                                            *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPLID OF D-CBRACTY
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPL-RCD-NO OF D-CBRACTY
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-EVENT-DT OF D-CBRACTY
           MOVE COBRA-ACTION OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-ACTION OF D-CBRACTY

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-CBRACTY
                                   BIND-SETUP OF D-CBRACTY
                                   BIND-DATA OF D-CBRACTY
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REQUEUE-ACTIVITY(DELETE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE EMPLID OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPLID OF I-CBRACTY
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPL-RCD-NO OF I-CBRACTY
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-EVENT-DT OF I-CBRACTY
           MOVE COBRA-ACTION OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-ACTION OF I-CBRACTY
           MOVE CBR-ACTION-SOURCE OF SELECT-DATA OF S-ACTSUSP
                   TO  CBR-ACTION-SOURCE OF I-CBRACTY
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-ACTSUSP
                   TO  BENEFIT-RCD-NO OF I-CBRACTY
           MOVE SCHED-ID OF SELECT-DATA OF S-ACTSUSP
                   TO  SCHED-ID OF I-CBRACTY
           MOVE EVENT-ID OF SELECT-DATA OF S-ACTSUSP
                   TO  EVENT-ID OF I-CBRACTY
           MOVE CBR-COV-OVERRIDE OF SELECT-DATA OF S-ACTSUSP
                   TO  CBR-COV-OVERRIDE OF I-CBRACTY

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-CBRACTY
                                   BIND-SETUP OF I-CBRACTY
                                   BIND-DATA OF I-CBRACTY
           IF RTNCD-ERROR OF SQLRT

               MOVE 'REQUEUE-ACTIVITY(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       REQUEUE-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GD000-INIT-PROCESS-ACTIVITY SECTION.
       GD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Activity Processing Started at '
                   TIME-OUT OF W-WK '.'
           SET COBRA-PHASE-ACTIVITY OF W-CNTL  TO  TRUE
           SET PROGRESS-REPORT-ACTIVITY OF W-WK  TO  TRUE
           PERFORM TA000-START-RUN-UNIT

           .
       INIT-PROCESS-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GG000-SELECT-COBRA-ACTIVITY SECTION.
       GG000.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-CNTL  TO  EMPLID OF BIND-DATA OF S-CBRACTY
           MOVE EMPLID OF W-CNTL  TO  EMPLID-2 OF S-CBRACTY
                                      EMPLID-3 OF S-CBRACTY
                                      EMPLID-4 OF S-CBRACTY
           MOVE EMPL-RCD-NO OF W-CNTL
                   TO  EMPL-RCD-NO OF BIND-DATA OF S-CBRACTY
           MOVE EMPL-RCD-NO OF W-CNTL
                   TO  EMPL-RCD-NO-2 OF S-CBRACTY
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-CBRACTY
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT-2 OF S-CBRACTY
           MOVE COBRA-ACTION OF W-CNTL
                   TO  COBRA-ACTION OF BIND-DATA OF S-CBRACTY
                       COBRA-ACTION-2 OF BIND-DATA OF S-CBRACTY
                       COBRA-ACTION-3 OF BIND-DATA OF S-CBRACTY

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRACTY OF W-CNTL
                                   SQL-STMT OF S-CBRACTY
                                   BIND-SETUP OF S-CBRACTY
                                   BIND-DATA OF S-CBRACTY
                                   SELECT-SETUP OF S-CBRACTY
                                   SELECT-DATA OF S-CBRACTY
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-COBRA-ACTIVITY'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-COBRA-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GJ000-FETCH-COBRA-ACTIVITY SECTION.
       GJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CBRACTY

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRACTY OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-COBRA-ACTIVITY'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-COBRA-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GJ100-FETCH-STREAM-ACTIVITY SECTION.
       GJ100.
      * Next COBRA activity belonging to this stream.                  *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM GJ000-FETCH-COBRA-ACTIVITY
               MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID
           END-PERFORM

           .
       FETCH-STREAM-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GM000-PROCESS-COBRA-ACTIVITY SECTION.
       GM000.
      *                                                                *
      ******************************************************************

           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO COBRA-EVENT-CLASS OF W-CNTL
           PERFORM XH000-GET-CBR-EVT-RULE

           IF EFF-STATUS-ACTIVE OF W-CBR-EVT(WCBR-EVT-IDX)

               IF EMPLID OF SELECT-DATA OF S-CBRACTY
                   >  EMPLID OF W-CNTL

                  PERFORM GM100-GET-LAST-COBRA-EVENTID
               END-IF

               IF (CBR-SOURCE-PERS-DATA-CHG OF S-CBRACTY
                       OR CBR-SOURCE-DEP-CHG OF S-CBRACTY
                       OR CBR-SOURCE-MANUAL-EVENT OF S-CBRACTY)
                       AND MULTIJOB-YES OF W-CNTL

                   MOVE EMPLID OF W-EVENT
                           TO  EMPLID OF BIND-DATA OF S-MJOB
                   MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                           TO  EFFDT OF BIND-DATA OF S-MJOB
                   MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                           TO  EFFDT-2 OF BIND-DATA OF S-MJOB
                   PERFORM GM200-SELECT-MULTI-JOB
                   PERFORM GM300-FETCH-MULTI-JOB

                   PERFORM UNTIL RTNCD-END OF SQLRT

                       MOVE EMPL-RCD-NO OF S-MJOB
                               TO  EMPL-RCD-NO OF W-EVENT
                       MOVE BENEFIT-RCD-NO OF S-MJOB
                               TO  BENEFIT-RCD-NO OF W-EVENT
                       SET DUPLICATE-EVENT-NO OF W-SW  TO  TRUE
                       PERFORM GM400-CHECK-DUPLICATE-EVENT

                       IF DUPLICATE-EVENT-NO OF W-SW

                           PERFORM GM600-INIT-EVENT
                           PERFORM XW000-STORE-COBRA-DATA
                           PERFORM GM900-CLEAR-SUSPENSE
                       END-IF
                       PERFORM GM300-FETCH-MULTI-JOB
                   END-PERFORM

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   SET DUPLICATE-EVENT-NO OF W-SW  TO  TRUE
                   PERFORM GM400-CHECK-DUPLICATE-EVENT

                   SET REG-REGION-USA OF W-SW  TO  TRUE
                   IF (CBR-SOURCE-PERS-DATA-CHG OF S-CBRACTY
                       OR CBR-SOURCE-DEP-CHG OF S-CBRACTY
                       OR CBR-SOURCE-MANUAL-EVENT OF S-CBRACTY)
                       PERFORM GM500-CHECK-REG-REGION
                   END-IF

                   IF DUPLICATE-EVENT-NO OF W-SW AND
                       REG-REGION-USA OF W-SW

                       PERFORM GM600-INIT-EVENT
                       PERFORM XW000-STORE-COBRA-DATA
                       PERFORM GM900-CLEAR-SUSPENSE
                   ELSE

                       IF DUPLICATE-EVENT-YES OF W-SW

                           SET ACT-RSN-DUPLICATE OF W-SUS  TO  TRUE
                       ELSE
                           SET ACT-RSN-REG-REGION OF W-SUS  TO  TRUE
                       END-IF

                       PERFORM GM800-SUSPEND-ACTIVITY
                   END-IF
               END-IF
           END-IF

           PERFORM GM700-DELETE-COBRA-ACTIVITY

           .
       PROCESS-COBRA-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GM100-GET-LAST-COBRA-EVENTID SECTION.
       GM100.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-EVENTID

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVENTID
                                   SQL-STMT OF S-EVENTID
                                   BIND-SETUP OF S-EVENTID
                                   BIND-DATA OF S-EVENTID
                                   SELECT-SETUP OF S-EVENTID
                                   SELECT-DATA OF S-EVENTID
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-LAST-EVENT-ID(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-EVENTID

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVENTID
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   MOVE ZERO  TO  COBRA-EVENT-ID OF S-EVENTID
                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF S-EVENTID
                   MOVE 'GET-LAST-EVENT-ID(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       GET-LAST-COBRA-EVENTID-EXIT.


      /*****************************************************************
      *                                                                *
       GM200-SELECT-MULTI-JOB SECTION.
       GM200.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-MJOB
                                   SQL-STMT OF S-MJOB
                                   BIND-SETUP OF S-MJOB
                                   BIND-DATA OF S-MJOB
                                   SELECT-SETUP OF S-MJOB
                                   SELECT-DATA OF S-MJOB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-MULTI-JOB'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-JOB-EXIT.


      /*****************************************************************
      *                                                                *
       GM300-FETCH-MULTI-JOB SECTION.
       GM300.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-MJOB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-MJOB
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               DISPLAY 'Emplid/EvtDt: '
                   EMPLID OF BIND-DATA OF S-MJOB '/'
                   EFFDT OF BIND-DATA OF S-MJOB
               MOVE 'FETCH-JOB'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-JOB-EXIT.


      /*****************************************************************
      *                                                                *
       GM400-CHECK-DUPLICATE-EVENT SECTION.
       GM400.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT
                   TO  EMPLID OF BIND-DATA OF S-EVTDUPL
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-EVTDUPL
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-DT OF S-EVTDUPL
           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-CLASS OF S-EVTDUPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-EVTDUPL
                                   BIND-SETUP OF S-EVTDUPL
                                   BIND-DATA OF S-EVTDUPL
                                   SELECT-SETUP OF S-EVTDUPL
                                   SELECT-DATA OF S-EVTDUPL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-DUPLICATE-EVENT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-EVTDUPL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF BIND-DATA OF S-EVTDUPL
                   MOVE 'CHECK-DUPLICATE-EVENT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET DUPLICATE-EVENT-YES OF W-SW  TO  TRUE
               SET MSGID-DUPL-COBRA-EVENT OF PYMSG  TO  TRUE
               MOVE ZERO  TO  COBRA-EVENT-ID OF PYMSG
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                       TO  MSGDATA1 OF PYMSG
               MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                       TO  MSGDATA2 OF PYMSG
               MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                       TO  MSGDATA3 OF PYMSG
               PERFORM ZM000-MESSAGE
           END-IF

           .
       CHECK-DUPLICATE-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       GM500-CHECK-REG-REGION SECTION.
       GM500.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT
                   TO  EMPLID OF BIND-DATA OF S-REGION
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  EFFDT OF S-REGION
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  EFFDT-2 OF S-REGION

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-REGION
                                   BIND-SETUP OF S-REGION
                                   BIND-DATA OF S-REGION
                                   SELECT-SETUP OF S-REGION
                                   SELECT-DATA OF S-REGION
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-REG-REGION(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-REGION

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET REG-REGION-NOT-USA OF W-SW  TO  TRUE
               ELSE
                   MOVE 'CHECK-REG-REGION(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       CHECK-REG-REGION-EXIT.


      /*****************************************************************
      *                                                                *
       GM600-INIT-EVENT SECTION.
       GM600.
      *                                                                *
      ******************************************************************

           ADD  1  TO  COBRA-EVENT-ID OF S-EVENTID
           MOVE COBRA-EVENT-ID OF S-EVENTID
                   TO  COBRA-EVENT-ID OF W-EVENT
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-DT OF W-EVENT
           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-CLASS OF W-EVENT
           MOVE SCHED-ID OF S-CBRACTY
                   TO  SCHED-ID OF W-EVENT
           MOVE EVENT-ID OF S-CBRACTY
                   TO  EVENT-ID OF W-EVENT
           MOVE CBR-ACTION-SOURCE OF S-CBRACTY
                   TO  CBR-ACTION-SOURCE OF W-EVENT
           MOVE CBR-COV-OVERRIDE OF S-CBRACTY
                   TO  CBR-COV-OVERRIDE OF W-EVENT
           MOVE CBR-ALT-COV-TRM-DT OF S-CBRACTY
                   TO  CBR-ALT-COV-TRM-DT OF W-EVENT
           MOVE CBR-COV-AS-OF-DT OF S-CBRACTY
                   TO  CBR-COV-AS-OF-DT OF W-EVENT
           SET CBR-QUALIFY-UNPROCESSED OF WEVENT-DATA OF W-EVENT
                   TO  TRUE
           SET CBR-PROCESS-OPEN OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET CBR-REPROCESS-NONE OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET CBR-REPROCESS-NONE OF W-SW  TO  TRUE
           SET CBR-EVT-CONFLICT-NO OF W-EVENT  TO  TRUE
           SET BAS-DATA-CHG-NO OF W-EVENT  TO  TRUE
           SET INSERT-YES OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET UPDATE-NO OF WEVENT-DATA OF W-EVENT  TO  TRUE
           MOVE ZERO  TO  WPARTIC-COUNT OF W-EVENT
           MOVE ZERO  TO  WPLAN-COUNT OF W-EVENT
           MOVE ZERO  TO  WOPTN-COUNT OF W-EVENT
           MOVE ZERO  TO  WDPND-COUNT OF W-EVENT

           .
       INIT-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       GM700-DELETE-COBRA-ACTIVITY SECTION.
       GM700.
      * A preliminary run leaves the activity row staged so the real   *
      * run still derives the event from it.                           *
      ******************************************************************

           IF COBRA-PRELIM-NO OF W-CNTL

               MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                       TO  EMPLID OF D-CBRACTY
               MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                       TO  EMPL-RCD-NO OF D-CBRACTY
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                       TO  COBRA-EVENT-DT OF D-CBRACTY
               MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                       TO  COBRA-ACTION OF D-CBRACTY

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF D-CBRACTY
                                       BIND-SETUP OF D-CBRACTY
                                       BIND-DATA OF D-CBRACTY
               IF RTNCD-ERROR OF SQLRT

                   DISPLAY 'Emplid/EmplRcd#: '
                       EMPLID OF D-CBRACTY '/'
                       EMPL-RCD-NO OF D-CBRACTY
                   DISPLAY 'CBREvtDt/CBRAct: '
                       COBRA-EVENT-DT OF D-CBRACTY '/'
                       COBRA-ACTION OF D-CBRACTY

                   MOVE 'DELETE-COBRA-ACTIVITY'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DELETE-COBRA-ACTIVITY-EXIT.


      /*****************************************************************
      *   PARK THE REJECTED ACTIVITY ON THE SUSPENSE RECORD            *
      ******************************************************************
       GM800-SUSPEND-ACTIVITY SECTION.
       GM800.
      * The row keeps the original COBRA-ACTION and COBRA-EVENT-DT     *
      * plus everything needed to rebuild the trigger, the reject      *
      * reason, and the first suspend date so the aging report shows   *
      * true days outstanding across re-attempts.                      *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                   TO  EMPLID OF BIND-DATA OF S-ACTSUS1
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                   TO  EMPL-RCD-NO OF BIND-DATA OF S-ACTSUS1
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-ACTSUS1
           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-ACTION OF BIND-DATA OF S-ACTSUS1

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-ACTSUS1
                                   BIND-SETUP OF S-ACTSUS1
                                   BIND-DATA OF S-ACTSUS1
                                   SELECT-SETUP OF S-ACTSUS1
                                   SELECT-DATA OF S-ACTSUS1
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SUSPEND-ACTIVITY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ACTSUS1

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   MOVE SPACE  TO  SUSPEND-DT OF S-ACTSUS1
                   MOVE ZERO  TO  RETRY-CNT OF S-ACTSUS1
               ELSE
                   MOVE 'SUSPEND-ACTIVITY(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           PERFORM GM900-CLEAR-SUSPENSE

           MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                   TO  EMPLID OF I-ACTSUSP
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                   TO  EMPL-RCD-NO OF I-ACTSUSP
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-DT OF I-ACTSUSP
           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-ACTION OF I-ACTSUSP
           MOVE CBR-ACTION-SOURCE OF SELECT-DATA OF S-CBRACTY
                   TO  CBR-ACTION-SOURCE OF I-ACTSUSP
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-CBRACTY
                   TO  BENEFIT-RCD-NO OF I-ACTSUSP
           MOVE SCHED-ID OF SELECT-DATA OF S-CBRACTY
                   TO  SCHED-ID OF I-ACTSUSP
           MOVE EVENT-ID OF SELECT-DATA OF S-CBRACTY
                   TO  EVENT-ID OF I-ACTSUSP
           MOVE CBR-COV-OVERRIDE OF SELECT-DATA OF S-CBRACTY
                   TO  CBR-COV-OVERRIDE OF I-ACTSUSP
           MOVE ACT-SUSPENSE-RSN OF W-SUS
                   TO  CBR-SUSPENSE-RSN OF I-ACTSUSP

           IF SUSPEND-DT OF S-ACTSUS1  =  SPACE

               MOVE PROCESS-DT OF W-CNTL  TO  SUSPEND-DT OF I-ACTSUSP
               MOVE ZERO  TO  RETRY-CNT OF I-ACTSUSP
           ELSE
               MOVE SUSPEND-DT OF S-ACTSUS1
                       TO  SUSPEND-DT OF I-ACTSUSP
               COMPUTE RETRY-CNT OF I-ACTSUSP
                       =  RETRY-CNT OF S-ACTSUS1  +  1
           END-IF

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-ACTSUSP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-ACTSUSP
                                   BIND-SETUP OF I-ACTSUSP
                                   BIND-DATA OF I-ACTSUSP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SUSPEND-ACTIVITY(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SUSPEND-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GM900-CLEAR-SUSPENSE SECTION.
       GM900.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF SELECT-DATA OF S-CBRACTY
                   TO  EMPLID OF D-ACTSUSP
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-CBRACTY
                   TO  EMPL-RCD-NO OF D-ACTSUSP
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-EVENT-DT OF D-ACTSUSP
           MOVE COBRA-ACTION OF SELECT-DATA OF S-CBRACTY
                   TO  COBRA-ACTION OF D-ACTSUSP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-ACTSUSP
                                   BIND-SETUP OF D-ACTSUSP
                                   BIND-DATA OF D-ACTSUSP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-SUSPENSE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-SUSPENSE-EXIT.


      /*****************************************************************
      *   WRITE THE SUSPENSE AGING REPORT FOR THIS RUN                 *
      ******************************************************************
       GR900-WRITE-SUSPENSE-AGING SECTION.
       GR900.
      * One row per item still parked at the end of the phase, keyed   *
      * by reject reason; the report derives days outstanding from     *
      * the suspend date against the process date.                     *
      ******************************************************************

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF BIND-DATA
                                               OF S-ACTSUSP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACTSUSP
                                   SQL-STMT OF S-ACTSUSP
                                   BIND-SETUP OF S-ACTSUSP
                                   BIND-DATA OF S-ACTSUSP
                                   SELECT-SETUP OF S-ACTSUSP
                                   SELECT-DATA OF S-ACTSUSP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SUSPENSE-AGING(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM GR010-FETCH-SUSPENSE

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM GR910-WRITE-SUSPAGE-ROW
               PERFORM GR010-FETCH-SUSPENSE
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       WRITE-SUSPENSE-AGING-EXIT.


      /*****************************************************************
      *                                                                *
       GR910-WRITE-SUSPAGE-ROW SECTION.
       GR910.
      *                                                                *
      ******************************************************************

           MOVE CBR-SUSPENSE-RSN OF S-ACTSUSP
                   TO  CBR-SUSPENSE-RSN OF I-SUSPAGE
           MOVE EMPLID OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPLID OF I-SUSPAGE
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-ACTSUSP
                   TO  EMPL-RCD-NO OF I-SUSPAGE
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-EVENT-DT OF I-SUSPAGE
           MOVE COBRA-ACTION OF SELECT-DATA OF S-ACTSUSP
                   TO  COBRA-ACTION OF I-SUSPAGE
           MOVE SUSPEND-DT OF S-ACTSUSP
                   TO  SUSPEND-DT OF I-SUSPAGE
           MOVE RETRY-CNT OF SELECT-DATA OF S-ACTSUSP
                   TO  RETRY-CNT OF I-SUSPAGE
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-SUSPAGE

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-SUSPAGE
                                   BIND-SETUP OF I-SUSPAGE
                                   BIND-DATA OF I-SUSPAGE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-SUSPAGE-ROW'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-SUSPAGE-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       GV000-DISC-PROCESS-ACTIVITY SECTION.
       GV000.
      *                                                                *
      ******************************************************************

           PERFORM QA000-DISC-CURSORS

           IF SQL-CURSOR OF S-CBRACTY OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-CBRACTY OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(S-CBRACTY)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-EVENTID  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-EVENTID
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(S-EVENTID)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-MJOB  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-MJOB
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(S-MJOB)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-EVT OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-EVT OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(I-EVT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF D-CBRACTY OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF D-CBRACTY OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(D-CBRACTY)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-ACTSUSP  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-ACTSUSP
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-PROCESS-ACTIVITY(S-ACTSUSP)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-PROCESS-ACTIVITY-EXIT.


      /*****************************************************************
      *                                                                *
       GY000-TERM-PROCESS-ACTIVITY SECTION.
       GY000.
      *                                                                *
      ******************************************************************

           SET COBRA-PHASE-DATA-EDIT OF W-CNTL  TO  TRUE
           PERFORM TG000-FINISH-RUN-UNIT
           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Activity Processing Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-PROCESS-ACTIVITY-EXIT.


      /*****************************************************************
      *     QUALIFIED-BENEFICIARY DATA-QUALITY PRE-EDIT                *
      ******************************************************************
       MA000-DATA-QUALITY-EDIT SECTION.
       MA000.
      * Runs between activity processing and qualification over every *
      * unprocessed COBRA event, and over every event an earlier run   *
      * held for bad data.  The employee and each potential qualified  *
      * beneficiary (each living dependent covered under the current   *
      * health elections) are checked for what the qualify phase and   *
      * the election notice depend on: a mailing address, a birthdate, *
      * a relationship (covered person type) and a national ID.  Each  *
      * problem found is written to the exception worklist as a hard   *
      * stop or a warning.  An event with a hard stop is set to Data   *
      * Hold and stays out of qualification (and so out of the notice  *
      * extract) until HR corrects the data; the next run re-edits it  *
      * and releases it back to Unprocessed once it is clean.          *
      ******************************************************************

           PERFORM MD000-INIT-DATA-QUALITY
           PERFORM MG000-SELECT-DQ-EVENT
           PERFORM MJ100-FETCH-STREAM-DQ-EVENT

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM MM000-EDIT-DQ-EVENT

               MOVE EMPLID OF SELECT-DATA OF S-DQEVT
                       TO  EMPLID OF W-CNTL
               MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-DQEVT
                       TO  BENEFIT-RCD-NO OF W-CNTL
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-DQEVT
                       TO  COBRA-EVENT-DT OF W-CNTL
               PERFORM TD000-CHECKPOINT-RUN-UNIT

               IF RESELECT-YES OF W-SW

                   PERFORM MG000-SELECT-DQ-EVENT
               END-IF

               PERFORM MJ100-FETCH-STREAM-DQ-EVENT
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           PERFORM MV000-DISC-DATA-QUALITY
           PERFORM MY000-TERM-DATA-QUALITY

           .
       DATA-QUALITY-EDIT-EXIT.


      /*****************************************************************
      *                                                                *
       MD000-INIT-DATA-QUALITY SECTION.
       MD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Data Quality Pre-Edit Started at '
                   TIME-OUT OF W-WK '.'
           SET COBRA-PHASE-DATA-EDIT OF W-CNTL  TO  TRUE
           SET PROGRESS-REPORT-QUALIFY OF W-WK  TO  TRUE
           PERFORM TA000-START-RUN-UNIT

           MOVE ZERO  TO  DQE-EVENT-CNT OF W-DQE
           MOVE ZERO  TO  DQE-HOLD-CNT OF W-DQE
           MOVE ZERO  TO  DQE-RELEASE-CNT OF W-DQE
           MOVE ZERO  TO  DQE-HARD-STOP-CNT OF W-DQE
           MOVE ZERO  TO  DQE-WARNING-CNT OF W-DQE

           .
       INIT-DATA-QUALITY-EXIT.


      /*****************************************************************
      *                                                                *
       MG000-SELECT-DQ-EVENT SECTION.
       MG000.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-CNTL  TO  EMPLID OF BIND-DATA OF S-DQEVT
           MOVE EMPLID OF W-CNTL  TO  EMPLID-2 OF S-DQEVT
                                       EMPLID-3 OF BIND-DATA OF S-DQEVT
                                       EMPLID-4 OF BIND-DATA OF S-DQEVT
           MOVE BENEFIT-RCD-NO OF W-CNTL
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-DQEVT
           MOVE BENEFIT-RCD-NO OF W-CNTL
                   TO  BENEFIT-RCD-NO-2 OF S-DQEVT
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-DQEVT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DQEVT OF W-CNTL
                                   SQL-STMT OF S-DQEVT
                                   BIND-SETUP OF S-DQEVT
                                   BIND-DATA OF S-DQEVT
                                   SELECT-SETUP OF S-DQEVT
                                   SELECT-DATA OF S-DQEVT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-DQ-EVENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-DQ-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       MJ000-FETCH-DQ-EVENT SECTION.
       MJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DQEVT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DQEVT OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-DQ-EVENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-DQ-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       MJ100-FETCH-STREAM-DQ-EVENT SECTION.
       MJ100.
      * Next event to edit belonging to this stream.                   *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM MJ000-FETCH-DQ-EVENT
               MOVE EMPLID OF SELECT-DATA OF S-DQEVT
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID
           END-PERFORM

           .
       FETCH-STREAM-DQ-EVENT-EXIT.


      /*****************************************************************
      *     EDIT ONE EVENT: EMPLOYEE, THEN EVERY POTENTIAL QB          *
      ******************************************************************
       MM000-EDIT-DQ-EVENT SECTION.
       MM000.
      * The dependents are loaded exactly as the qualify phase loads   *
      * them, and the current elections tell which dependents would    *
      * become qualified beneficiaries.  Earlier exceptions for the    *
      * event are cleared first so the worklist shows only what is     *
      * still wrong.                                                   *
      ******************************************************************

           PERFORM MM100-SAVE-DQ-EVENT
           ADD 1  TO  DQE-EVENT-CNT OF W-DQE

           IF EMPLID OF W-EVENT  NOT =  EMPLID OF W-CNTL
                   OR  COBRA-EVENT-DT OF W-EVENT
                       NOT = WDEPEND-ASOFDT OF W-DEPEND

               MOVE ZERO  TO  WDEPEND-COUNT OF W-DEPEND
               MOVE ZERO  TO  WDEPEFF-COUNT OF W-DEPEND
               MOVE ZERO  TO  WDEPNID-COUNT OF W-DEPNID
               SET LOAD-EMPL-DEP-YES OF W-SW  TO  TRUE
               PERFORM XN000-LOAD-DEPENDENT
           END-IF

           PERFORM XM000-OBTAIN-CUR-ELECT-DATA

           SET DQE-HARD-STOP-NO OF W-SW  TO  TRUE
           PERFORM MM200-CLEAR-DQ-EXCEPTIONS
           PERFORM MP000-EDIT-EMPLOYEE

           PERFORM VARYING WDEPEND-IDX  FROM  2  BY  1
                   UNTIL WDEPEND-IDX  >  WDEPEND-COUNT OF W-DEPEND

               PERFORM MS000-EDIT-DEPENDENT
           END-PERFORM

           IF COBRA-PRELIM-NO OF W-CNTL

               IF DQE-HARD-STOP-YES OF W-SW

                   ADD 1  TO  DQE-HOLD-CNT OF W-DQE

                   IF NOT CBR-QUALIFY-DATA-HOLD OF WEVENT-DATA
                           OF W-EVENT

                       SET CBR-QUALIFY-DATA-HOLD OF WEVENT-DATA
                               OF W-EVENT  TO  TRUE
                       PERFORM MT000-UPDATE-DQ-HOLD
                   END-IF
               ELSE

                   IF CBR-QUALIFY-DATA-HOLD OF WEVENT-DATA OF W-EVENT

                       ADD 1  TO  DQE-RELEASE-CNT OF W-DQE
                       SET CBR-QUALIFY-UNPROCESSED OF WEVENT-DATA
                               OF W-EVENT  TO  TRUE
                       PERFORM MT000-UPDATE-DQ-HOLD
                   END-IF
               END-IF
           END-IF

           .
       EDIT-DQ-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       MM100-SAVE-DQ-EVENT SECTION.
       MM100.
      *                                                                *
      ******************************************************************

           INITIALIZE W-EVENT
           MOVE EMPLID OF SELECT-DATA OF S-DQEVT  TO  EMPLID OF W-EVENT
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-DQEVT
                   TO  EMPL-RCD-NO OF W-EVENT
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-DQEVT
                   TO  BENEFIT-RCD-NO OF W-EVENT
           MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-DQEVT
                   TO  COBRA-EVENT-ID OF W-EVENT
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-DQEVT
                   TO  COBRA-EVENT-DT OF W-EVENT
           MOVE COBRA-EVENT-CLASS OF S-DQEVT
                   TO  COBRA-EVENT-CLASS OF W-EVENT
           MOVE COBRA-EVENT-CLASS OF S-DQEVT
                   TO  COBRA-EVENT-CLASS OF W-CNTL
           MOVE CBR-COV-OVERRIDE OF S-DQEVT
                   TO  CBR-COV-OVERRIDE OF W-EVENT
           MOVE CBR-ALT-COV-TRM-DT OF S-DQEVT
                   TO  CBR-ALT-COV-TRM-DT OF W-EVENT
           MOVE CBR-COV-AS-OF-DT OF S-DQEVT
                   TO  CBR-COV-AS-OF-DT OF W-EVENT
           MOVE CBR-QUALIFY-STATUS OF S-DQEVT
                   TO  CBR-QUALIFY-STATUS OF WEVENT-DATA OF W-EVENT

           MOVE ZERO  TO  WCUR-COUNT OF W-CURELT
           MOVE ZERO  TO  WCURDB-COUNT OF W-CURELT

           .
       SAVE-DQ-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       MM200-CLEAR-DQ-EXCEPTIONS SECTION.
       MM200.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF D-DQEXCP
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF D-DQEXCP
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF D-DQEXCP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-DQEXCP OF W-CNTL
                                   SQL-STMT OF D-DQEXCP
                                   BIND-SETUP OF D-DQEXCP
                                   BIND-DATA OF D-DQEXCP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-DQ-EXCEPTIONS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-DQ-EXCEPTIONS-EXIT.


      /*****************************************************************
      *     EDIT THE EMPLOYEE (DEPENDENT-BENEF 00)                     *
      ******************************************************************
       MP000-EDIT-EMPLOYEE SECTION.
       MP000.
      * The employee is always a potential qualified beneficiary and   *
      * the election notice is mailed to the employee's address as of  *
      * the event date, so a missing address is a hard stop.  The      *
      * qualify phase does not age-test the employee, so a missing     *
      * birthdate is only a warning.                                   *
      ******************************************************************

           SET WDEPEND-IDX  TO  1
           MOVE '00'  TO  DQE-DEPENDENT-BENEF OF W-DQE

           IF ADDRESS-TYPE OF W-DEPEND(WDEPEND-IDX)  =  SPACE

               MOVE 'HOME'  TO  ADDRESS-TYPE OF W-DEPEND(WDEPEND-IDX)
           END-IF

           PERFORM LT214C-GET-EMPL-ADDRESS

           IF ADDRESS1 OF S-ADDRESS  =  SPACE

               SET DQE-SEV-HARD-STOP OF W-DQE  TO  TRUE
               SET DQE-RSN-NO-ADDRESS OF W-DQE  TO  TRUE
               PERFORM MW000-WRITE-DQ-EXCEPTION
           END-IF

           IF BIRTHDATE OF W-DEPEND(WDEPEND-IDX)  =  SPACE

               SET DQE-SEV-WARNING OF W-DQE  TO  TRUE
               SET DQE-RSN-NO-BIRTHDATE OF W-DQE  TO  TRUE
               PERFORM MW000-WRITE-DQ-EXCEPTION
           END-IF

           .
       EDIT-EMPLOYEE-EXIT.


      /*****************************************************************
      *     EDIT ONE DEPENDENT (W-DEPEND(WDEPEND-IDX))                 *
      ******************************************************************
       MS000-EDIT-DEPENDENT SECTION.
       MS000.
      * Only a dependent alive on the event date and covered under a   *
      * current health election can become a qualified beneficiary.   *
      * A missing birthdate defeats the dependent age check and a      *
      * missing relationship defeats the qualify test by covered       *
      * person type, so both are hard stops, as is a separate address  *
      * with no street line.  A missing national ID does not stop      *
      * qualification and is a warning.                                *
      ******************************************************************

           MOVE DEPENDENT-BENEF OF W-DEPEND(WDEPEND-IDX)
                   TO  DQE-DEPENDENT-BENEF OF W-DQE
           SET DQE-POTENTIAL-QB-NO OF W-SW  TO  TRUE

           IF DT-OF-DEATH OF W-DEPEND(WDEPEND-IDX)  =  SPACE
                   OR DT-OF-DEATH OF W-DEPEND(WDEPEND-IDX)
                           >  COBRA-EVENT-DT OF W-EVENT

               SET WCURDB-IDX  TO  1

               SEARCH WCURDB-DATA

                   AT END

                       CONTINUE

                   WHEN WCURDB-IDX  >  WCURDB-COUNT OF W-CURELT

                       CONTINUE

                   WHEN DEPENDENT-BENEF OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                           =  DQE-DEPENDENT-BENEF OF W-DQE

                       SET DQE-POTENTIAL-QB-YES OF W-SW  TO  TRUE
               END-SEARCH
           END-IF

           IF DQE-POTENTIAL-QB-YES OF W-SW

               IF BIRTHDATE OF W-DEPEND(WDEPEND-IDX)  =  SPACE

                   SET DQE-SEV-HARD-STOP OF W-DQE  TO  TRUE
                   SET DQE-RSN-NO-BIRTHDATE OF W-DQE  TO  TRUE
                   PERFORM MW000-WRITE-DQ-EXCEPTION
               END-IF

               MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  SEARCH-EFFDT OF W-DEPEND
               PERFORM XN700-SRCH-DEP-EFF-DATA

               IF COVERED-PERSON-TYP OF W-DEPEND(WDEPEFF-IDX)  =  SPACE

                   SET DQE-SEV-HARD-STOP OF W-DQE  TO  TRUE
                   SET DQE-RSN-NO-RELATIONSHIP OF W-DQE  TO  TRUE
                   PERFORM MW000-WRITE-DQ-EXCEPTION
               END-IF

               IF SAME-ADDRESS-EMPL-NO OF W-DEPEND(WDEPEND-IDX)
                       AND ADDRESS1 OF W-DEPEND(WDEPEND-IDX)  =  SPACE

                   SET DQE-SEV-HARD-STOP OF W-DQE  TO  TRUE
                   SET DQE-RSN-NO-ADDRESS OF W-DQE  TO  TRUE
                   PERFORM MW000-WRITE-DQ-EXCEPTION
               END-IF

               PERFORM MS100-CHECK-DEPENDENT-NID

               IF DQE-NID-FOUND-NO OF W-SW

                   SET DQE-SEV-WARNING OF W-DQE  TO  TRUE
                   SET DQE-RSN-NO-NATIONAL-ID OF W-DQE  TO  TRUE
                   PERFORM MW000-WRITE-DQ-EXCEPTION
               END-IF
           END-IF

           .
       EDIT-DEPENDENT-EXIT.


      /*****************************************************************
      *                                                                *
       MS100-CHECK-DEPENDENT-NID SECTION.
       MS100.
      *                                                                *
      ******************************************************************

           SET DQE-NID-FOUND-NO OF W-SW  TO  TRUE
           SET WDEPNID-IDX  TO  1

           SEARCH WDEPNID-DATA

               AT END

                   CONTINUE

               WHEN WDEPNID-IDX  >  WDEPNID-COUNT OF W-DEPNID

                   CONTINUE

               WHEN DEPENDENT-BENEF OF W-DEPNID(WDEPNID-IDX)
                       =  DQE-DEPENDENT-BENEF OF W-DQE
                       AND NATIONAL-ID OF W-DEPNID(WDEPNID-IDX)
                               NOT =  SPACE

                   SET DQE-NID-FOUND-YES OF W-SW  TO  TRUE
           END-SEARCH

           .
       CHECK-DEPENDENT-NID-EXIT.


      /*****************************************************************
      *     SET OR RELEASE THE DATA HOLD ON THE COBRA EVENT            *
      ******************************************************************
       MT000-UPDATE-DQ-HOLD SECTION.
       MT000.
      *                                                                *
      ******************************************************************

           MOVE CBR-QUALIFY-STATUS OF WEVENT-DATA OF W-EVENT
                   TO  CBR-QUALIFY-STATUS OF U-DQHOLD
           MOVE EMPLID OF W-EVENT  TO  EMPLID OF U-DQHOLD
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF U-DQHOLD
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF U-DQHOLD

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-DQHOLD OF W-CNTL
                                   SQL-STMT OF U-DQHOLD
                                   BIND-SETUP OF U-DQHOLD
                                   BIND-DATA OF U-DQHOLD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-DQ-HOLD'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-DQ-HOLD-EXIT.


      /*****************************************************************
      *     WRITE ONE ROW TO THE DATA-QUALITY EXCEPTION WORKLIST       *
      ******************************************************************
       MW000-WRITE-DQ-EXCEPTION SECTION.
       MW000.
      *                                                                *
      ******************************************************************

           IF DQE-SEV-HARD-STOP OF W-DQE

               SET DQE-HARD-STOP-YES OF W-SW  TO  TRUE
               ADD 1  TO  DQE-HARD-STOP-CNT OF W-DQE
           ELSE
               ADD 1  TO  DQE-WARNING-CNT OF W-DQE
           END-IF

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF I-DQEXCP
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF I-DQEXCP
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF I-DQEXCP
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  COBRA-EVENT-DT OF I-DQEXCP
           MOVE DQE-DEPENDENT-BENEF OF W-DQE
                   TO  DEPENDENT-BENEF OF I-DQEXCP
           MOVE DQE-SEVERITY OF W-DQE  TO  CBR-DQ-SEVERITY OF I-DQEXCP
           MOVE DQE-REASON OF W-DQE  TO  CBR-DQ-REASON OF I-DQEXCP
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-DQEXCP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-DQEXCP OF W-CNTL
                                   SQL-STMT OF I-DQEXCP
                                   BIND-SETUP OF I-DQEXCP
                                   BIND-DATA OF I-DQEXCP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-DQ-EXCEPTION'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-DQ-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       MV000-DISC-DATA-QUALITY SECTION.
       MV000.
      *                                                                *
      ******************************************************************

           PERFORM QA000-DISC-CURSORS

           IF SQL-CURSOR OF S-DQEVT OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-DQEVT OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-DATA-QUALITY(S-DQEVT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF D-DQEXCP OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF D-DQEXCP OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-DATA-QUALITY(D-DQEXCP)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-DQEXCP OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-DQEXCP OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-DATA-QUALITY(I-DQEXCP)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF U-DQHOLD OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF U-DQHOLD OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-DATA-QUALITY(U-DQHOLD)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-DATA-QUALITY-EXIT.


      /*****************************************************************
      *                                                                *
       MY000-TERM-DATA-QUALITY SECTION.
       MY000.
      *                                                                *
      ******************************************************************

           SET COBRA-PHASE-QUALIFY OF W-CNTL  TO  TRUE
           PERFORM TG000-FINISH-RUN-UNIT

           MOVE DQE-EVENT-CNT OF W-DQE  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Events Edited      :' DISPLAY-COUNT-1 OF W-WK
           MOVE DQE-HOLD-CNT OF W-DQE  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Events On Hold     :' DISPLAY-COUNT-1 OF W-WK
           MOVE DQE-RELEASE-CNT OF W-DQE  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Events Released    :' DISPLAY-COUNT-1 OF W-WK
           MOVE DQE-HARD-STOP-CNT OF W-DQE  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Hard Stops Written :' DISPLAY-COUNT-1 OF W-WK
           MOVE DQE-WARNING-CNT OF W-DQE  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Warnings Written   :' DISPLAY-COUNT-1 OF W-WK

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Data Quality Pre-Edit Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-DATA-QUALITY-EXIT.


      /*****************************************************************
      *                                                                *
       HA000-QUALIFY-EVENT SECTION.
       HA000.
      *                                                                *
      ******************************************************************

           PERFORM HD000-INIT-QUALIFY-EVENT
           PERFORM HG000-SELECT-EVENT
           PERFORM HJ100-FETCH-STREAM-EVENT

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM HM000-SAVE-EVENT

               IF NOT CBR-QUALIFY-DATA-HOLD OF WEVENT-DATA OF W-EVENT

                   IF EMPLID OF W-EVENT  NOT =  EMPLID OF W-CNTL
                           OR  COBRA-EVENT-DT OF W-EVENT
                               NOT = WDEPEND-ASOFDT OF W-DEPEND

                       SET CBR-QUALIFY-ERROR-NO OF W-SW  TO  TRUE
                       MOVE ZERO  TO  WDEPEND-COUNT OF W-DEPEND
                       MOVE ZERO  TO  WDEPEFF-COUNT OF W-DEPEND
                       MOVE ZERO  TO  WDEPNID-COUNT OF W-DEPNID
                       SET LOAD-EMPL-DEP-YES OF W-SW  TO  TRUE
                       PERFORM XN000-LOAD-DEPENDENT
                   END-IF

                   PERFORM HP000-QUALIFY-COBRA-EVENT
                   PERFORM XW000-STORE-COBRA-DATA
               ELSE
                   MOVE SPACE  TO  WDEPEND-ASOFDT OF W-DEPEND
                   MOVE ZERO  TO  WDEPEND-COUNT OF W-DEPEND
                   MOVE ZERO  TO  WDEPEFF-COUNT OF W-DEPEND
                   MOVE ZERO  TO  WDEPNID-COUNT OF W-DEPNID
               END-IF

               MOVE EMPLID OF SELECT-DATA OF S-EVT  TO  EMPLID OF W-CNTL
               MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-EVT
                       TO  BENEFIT-RCD-NO OF W-CNTL
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-EVT
                       TO  COBRA-EVENT-DT OF W-CNTL
               PERFORM TD000-CHECKPOINT-RUN-UNIT

               IF RESELECT-YES OF W-SW

                   PERFORM HG000-SELECT-EVENT
               END-IF

               PERFORM HJ100-FETCH-STREAM-EVENT
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           PERFORM HV000-DISC-QUALIFY-EVENT
           PERFORM HY000-TERM-QUALIFY-EVENT

           .
       QUALIFY-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HD000-INIT-QUALIFY-EVENT SECTION.
       HD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Qualify Event Processing Started at '
                   TIME-OUT OF W-WK '.'
           SET COBRA-PHASE-QUALIFY OF W-CNTL  TO  TRUE
           SET PROGRESS-REPORT-QUALIFY OF W-WK  TO  TRUE
           PERFORM TA000-START-RUN-UNIT

           .
       INIT-QUALIFY-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HG000-SELECT-EVENT SECTION.
       HG000.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-CNTL  TO  EMPLID OF BIND-DATA OF S-EVT
           MOVE EMPLID OF W-CNTL  TO  EMPLID-2 OF S-EVT
                                       EMPLID-3 OF BIND-DATA OF S-EVT
                                       EMPLID-4 OF BIND-DATA OF S-EVT
           MOVE BENEFIT-RCD-NO OF W-CNTL
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-EVT
           MOVE BENEFIT-RCD-NO OF W-CNTL  TO  BENEFIT-RCD-NO-2 OF S-EVT
           MOVE COBRA-EVENT-DT OF W-CNTL
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-EVT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVT OF W-CNTL
                                   SQL-STMT OF S-EVT
                                   BIND-SETUP OF S-EVT
                                   BIND-DATA OF S-EVT
                                   SELECT-SETUP OF S-EVT
                                   SELECT-DATA OF S-EVT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-EVENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HJ000-FETCH-EVENT SECTION.
       HJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-EVT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-EVT OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-EVENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HJ100-FETCH-STREAM-EVENT SECTION.
       HJ100.
      * Next event to qualify belonging to this stream.                *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM HJ000-FETCH-EVENT
               MOVE EMPLID OF SELECT-DATA OF S-EVT
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID
           END-PERFORM

           .
       FETCH-STREAM-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HM000-SAVE-EVENT SECTION.
       HM000.
      *                                                                *
      ******************************************************************

           INITIALIZE W-EVENT
           SET INSERT-NO OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET UPDATE-NO OF WEVENT-DATA OF W-EVENT  TO  TRUE
           MOVE EMPLID OF SELECT-DATA OF S-EVT  TO  EMPLID OF W-EVENT
           MOVE EMPL-RCD-NO OF SELECT-DATA OF S-EVT
                   TO  EMPL-RCD-NO OF W-EVENT
           MOVE BENEFIT-RCD-NO OF SELECT-DATA OF S-EVT
                   TO  BENEFIT-RCD-NO OF W-EVENT
           MOVE COBRA-EVENT-ID OF SELECT-DATA OF S-EVT
                   TO  COBRA-EVENT-ID OF W-EVENT
           MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-EVT
                   TO  COBRA-EVENT-DT OF W-EVENT
           MOVE COBRA-EVENT-CLASS OF S-EVT
                   TO  COBRA-EVENT-CLASS OF W-EVENT
           MOVE COBRA-EVENT-CLASS OF S-EVT
                   TO  COBRA-EVENT-CLASS OF W-CNTL
           MOVE SCHED-ID OF S-EVT  TO  SCHED-ID OF W-EVENT
           MOVE EVENT-ID OF S-EVT  TO  EVENT-ID OF W-EVENT
           MOVE CBR-COV-OVERRIDE OF S-EVT
                   TO  CBR-COV-OVERRIDE OF W-EVENT
           MOVE CBR-ALT-COV-TRM-DT OF S-EVT
                   TO  CBR-ALT-COV-TRM-DT OF W-EVENT
           MOVE CBR-COV-AS-OF-DT OF S-EVT
                   TO  CBR-COV-AS-OF-DT OF W-EVENT
           MOVE CBR-QUALIFY-STATUS OF S-EVT
                   TO  CBR-QUALIFY-STATUS OF WEVENT-DATA OF W-EVENT
           MOVE CBR-PROCESS-STATUS OF S-EVT
                   TO  CBR-PROCESS-STATUS OF WEVENT-DATA OF W-EVENT
           MOVE CBR-EVT-REPRCS-IND OF S-EVT
                   TO  CBR-EVT-REPRCS-IND OF W-EVENT
           MOVE CBR-EVENT-CONFLICT OF S-EVT
                   TO  CBR-EVENT-CONFLICT OF W-EVENT
           MOVE BAS-DATA-CHG OF S-EVT
                   TO  BAS-DATA-CHG OF W-EVENT

           MOVE ZERO  TO  WPARTIC-COUNT OF W-EVENT
           MOVE ZERO  TO  WPLAN-COUNT OF W-EVENT
           MOVE ZERO  TO  WOPTN-COUNT OF W-EVENT
           MOVE ZERO  TO  WDPND-COUNT OF W-EVENT
           MOVE ZERO  TO  WCUR-COUNT OF W-CURELT
           MOVE ZERO  TO  WCURDB-COUNT OF W-CURELT
           SET CBR-QUALIFY-PENDING-NO OF W-SW  TO  TRUE
           SET CBR-QUALIFY-NO OF W-SW  TO  TRUE

           .
       SAVE-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HP000-QUALIFY-COBRA-EVENT SECTION.
       HP000.
      *                                                                *
      ******************************************************************

           PERFORM HP673-CLEAR-FSA-OFFER-REG
           PERFORM HP100-CHECK-EVENT-CONFLICT
           PERFORM XF000-LOAD-CBR-EVT-RULES
           PERFORM XH000-GET-CBR-EVT-RULE
           PERFORM HP200-GET-CURRENT-JOB
           PERFORM XM000-OBTAIN-CUR-ELECT-DATA
           PERFORM HP300-LOAD-COBRA-PLAN-DATA

           PERFORM VARYING WDEPEND-IDX  FROM  1  BY  1
                   UNTIL WDEPEND-IDX  >  WDEPEND-COUNT OF W-DEPEND

               MOVE COBRA-EVENT-DT OF W-EVENT
                    TO  SEARCH-EFFDT OF W-DEPEND
               PERFORM XN700-SRCH-DEP-EFF-DATA
               PERFORM XP000-QUALIFY-DEPENDENT

               IF QUALIFIED-YES OF W-DEPEND(WDEPEND-IDX)

                   PERFORM HP400-INIT-PARTIC

                   PERFORM VARYING WCBRPLN-IDX  FROM  1  BY  1
                           UNTIL WCBRPLN-IDX
                                   >  WCBRPLN-COUNT OF W-CBRDEFN

                       IF (PLAN-TYPE-FSA OF W-CBRDEFN(WCBRPLN-IDX)
                               AND EMPLOYEE OF W-DEPEND(WDEPEFF-IDX))
                               OR PLAN-TYPE-HEALTH
                                       OF W-CBRDEFN(WCBRPLN-IDX)

                           PERFORM HP500-INIT-PARTIC-PLAN
                           PERFORM HP600-QUALIFY-PARTIC-PLAN
                       END-IF
                   END-PERFORM

                   PERFORM HP700-QUALIFY-PARTIC

                   IF INIT-PLAN-COUNT OF W-COUNT  >  ZERO
                           AND BENADMIN-YES OF W-CNTL

                       PERFORM HP800-ASSIGN-BENEFIT-PROGRAM
                   END-IF

                   SET CBR-PROCESS-CLOSED OF WPARTIC-DATA
                           OF W-EVENT(WPARTIC-IDX)  TO  TRUE

                   SET WPLAN-IDX  TO  1

                   SEARCH WPLAN-DATA

                       WHEN DEPENDENT-BENEF OF WPARTIC-DATA
                           OF W-EVENT(WPARTIC-IDX)
                                   =  DEPENDENT-BENEF OF WPLAN-DATA
                                           OF W-EVENT(WPLAN-IDX)

                       CONTINUE

                   END-SEARCH

                   PERFORM VARYING WPLAN-IDX  FROM  1  BY  1
                           UNTIL WPLAN-IDX  >  WPLAN-COUNT OF W-EVENT

                       IF CBR-PROCESS-OPEN OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)

                           SET CBR-PROCESS-OPEN OF WPARTIC-DATA
                                   OF W-EVENT(WPARTIC-IDX)  TO  TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF CBR-QUALIFY-ERROR-YES OF W-SW

               SET CBR-QUALIFY-ERROR OF WEVENT-DATA OF W-EVENT  TO  TRUE
           ELSE

               IF CBR-QUALIFY-PENDING-YES OF W-SW

                   SET CBR-QUALIFY-PENDING OF WEVENT-DATA OF W-EVENT
                           TO  TRUE
               ELSE

                   IF CBR-QUALIFY-YES OF W-SW

                       SET CBR-QUALIFIED OF WEVENT-DATA OF W-EVENT
                               TO  TRUE
                   ELSE
                       SET CBR-NOT-QUALIFIED OF WEVENT-DATA OF W-EVENT
                               TO  TRUE
                       SET CBR-PROCESS-CLOSED OF WEVENT-DATA OF W-EVENT
                               TO  TRUE
                   END-IF
               END-IF
           END-IF

           SET UPDATE-YES OF WEVENT-DATA OF W-EVENT  TO  TRUE

           .
       QUALIFY-COBRA-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       HP100-CHECK-EVENT-CONFLICT SECTION.
       HP100.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT
                   TO  EMPLID OF BIND-DATA OF S-EVTCONF
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-EVTCONF
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-EVTCONF

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-EVTCONF
                                   BIND-SETUP OF S-EVTCONF
                                   BIND-DATA OF S-EVTCONF
                                   SELECT-SETUP OF S-EVTCONF
                                   SELECT-DATA OF S-EVTCONF
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-EVENT-CONFLICT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-EVTCONF

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF BIND-DATA OF S-EVTCONF
                   MOVE 'CHECK-EVENT-CONFLICT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET MSGID-EVENT-COBRA-CONFLICT OF PYMSG  TO  TRUE
               MOVE COBRA-EVENT-ID OF W-EVENT
                       TO  COBRA-EVENT-ID OF PYMSG
               MOVE COBRA-EVENT-DT OF WEVENT-DATA OF W-EVENT
                       TO  MSGDATA1 OF PYMSG
               MOVE COBRA-EVENT-ID OF S-EVTCONF
                       TO  MSGDATA2 OF PYMSG
               MOVE COBRA-EVENT-DT OF SELECT-DATA OF S-EVTCONF
                       TO  MSGDATA3 OF PYMSG
               PERFORM ZM000-MESSAGE
               SET CBR-EVT-CONFLICT-YES OF W-EVENT  TO  TRUE
               PERFORM HP110-UPDATE-EVENT-CONFLICT
           END-IF

           .
       CHECK-EVENT-CONFLICT-EXIT.


      /*****************************************************************
      *                                                                *
       HP110-UPDATE-EVENT-CONFLICT SECTION.
       HP110.
      *                                                                *
      ******************************************************************

           IF COBRA-PRELIM-NO OF W-CNTL

               MOVE EMPLID OF W-EVENT  TO  EMPLID OF U-EVTCONF
               MOVE BENEFIT-RCD-NO OF W-EVENT
                       TO  BENEFIT-RCD-NO OF U-EVTCONF
               MOVE COBRA-EVENT-ID OF S-EVTCONF
                       TO  COBRA-EVENT-ID OF U-EVTCONF

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF U-EVTCONF
                                       BIND-SETUP OF U-EVTCONF
                                       BIND-DATA OF U-EVTCONF
               IF RTNCD-ERROR OF SQLRT

                   DISPLAY 'Emplid: ' EMPLID OF U-EVTCONF
                   MOVE 'UPDATE-EVENT-CONFLICT'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       UPDATE-EVENT-CONFLICT-EXIT.


      /*****************************************************************
      *                                                                *
       HP200-GET-CURRENT-JOB SECTION.
       HP200.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-CURJOB
           MOVE EMPL-RCD-NO OF W-EVENT  TO  EMPL-RCD-NO OF S-CURJOB
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  EFFDT OF BIND-DATA OF S-CURJOB
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  EFFDT-2 OF BIND-DATA OF S-CURJOB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CURJOB OF W-CNTL
                                   SQL-STMT OF S-CURJOB
                                   BIND-SETUP OF S-CURJOB
                                   BIND-DATA OF S-CURJOB
                                   SELECT-SETUP OF S-CURJOB
                                   SELECT-DATA OF S-CURJOB
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-CURRENT-JOB(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CURJOB

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CURJOB OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid/EmplRcd#/CBREvtDt: '
                       EMPLID OF S-CURJOB '/'
                       EMPL-RCD-NO OF S-CURJOB '/'
                       EFFDT OF BIND-DATA OF S-CURJOB
                   MOVE 'GET-CURRENT-JOB(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE COMPANY OF S-CURJOB  TO  COMPANY OF W-EVENT
           MOVE PAYGROUP OF S-CURJOB  TO  PAYGROUP OF W-EVENT

           .
       GET-CURRENT-JOB-EXIT.


      /*****************************************************************
      *                                                                *
       HP300-LOAD-COBRA-PLAN-DATA SECTION.
       HP300.
      *                                                                *
      ******************************************************************

           PERFORM HP310-LOAD-PROGRAM-DATA

           MOVE ZERO  TO  WCBRPLN-COUNT OF W-CBRDEFN

           PERFORM HP320-SELECT-CBRPLN
           PERFORM HP330-FETCH-CBRPLN

           PERFORM UNTIL RTNCD-END OF SQLRT

               ADD 1  TO  WCBRPLN-COUNT OF W-CBRDEFN
               PERFORM HP340-SAVE-CBRPLN
               PERFORM HP330-FETCH-CBRPLN
           END-PERFORM

           PERFORM HP350-SELECT-PRREVT
           PERFORM HP360-FETCH-PRREVT

           PERFORM UNTIL RTNCD-END OF SQLRT

               SET WCBRPLN-IDX  TO  1

               SEARCH WCBRPLN-DATA

                   WHEN WCBRPLN-IDX  >  WCBRPLN-COUNT OF W-CBRDEFN

                       ADD 1  TO  WCBRPLN-COUNT OF W-CBRDEFN
                       PERFORM HP370-SAVE-SECONDARY-CBRPLN

                   WHEN PLAN-TYPE OF S-PRREVT
                           =  PLAN-TYPE OF W-CBRDEFN(WCBRPLN-IDX)

                       CONTINUE

               END-SEARCH

               PERFORM HP360-FETCH-PRREVT
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       LOAD-COBRA-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       HP310-LOAD-PROGRAM-DATA SECTION.
       HP310.
      *                                                                *
      ******************************************************************

           SET SQL-STMT-BENPGM OF S-BENPGM  TO  TRUE
           MOVE BENEFIT-PROGRAM OF W-CURELT
                   TO  BENEFIT-PROGRAM OF BIND-DATA OF S-BENPGM
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  EFFDT OF BIND-DATA OF S-BENPGM
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  EFFDT-2 OF BIND-DATA OF S-BENPGM

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-BENPGM
                                   BIND-SETUP OF S-BENPGM
                                   BIND-DATA OF S-BENPGM
                                   SELECT-SETUP OF S-BENPGM
                                   SELECT-DATA OF S-BENPGM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-PROGRAM-DATA(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-BENPGM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'LOAD-PROGRAM-DATA(FETCH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE BENEFIT-PROGRAM OF SELECT-DATA OF S-BENPGM
                   TO  BENEFIT-PROGRAM OF W-CBRDEFN
           MOVE EFFDT OF SELECT-DATA OF S-BENPGM  TO  EFFDT OF W-CBRDEFN
           MOVE COBRA-SURCHARGE OF S-BENPGM
                   TO  COBRA-SURCHARGE OF W-CBRDEFN
           MOVE COBRA-DISABL-SURCG OF SELECT-DATA OF S-BENPGM
                   TO  COBRA-DISABL-SURCG OF W-CBRDEFN

      /*   LOAD PLAN DEFN TO BE USED EXTRACT DEP RULE DATA PER PLAN TYPE
      /*   IN OVERAGE PROCESS

           IF COBRA-EVENT-OVERAGE OF W-EVENT
               MOVE BENEFIT-PROGRAM OF W-CURELT
                       TO BENEFIT-PROGRAM OF BATBL
               MOVE PROCESS-DT OF W-CNTL TO  EVENT-DT OF BATBL
               SET ACTION-LOAD-PGM-DEFN OF BATBL  TO  TRUE
               PERFORM RA000-TABLE-ACCESS
           END-IF

           .
       LOAD-PROGRAM-DATA-EXIT.


      /*****************************************************************
      *                                                                *
       HP320-SELECT-CBRPLN SECTION.
       HP320.
      *                                                                *
      ******************************************************************

           MOVE BENEFIT-PROGRAM OF W-CBRDEFN
                   TO  BENEFIT-PROGRAM OF S-CBRPLN
           MOVE EFFDT OF W-CBRDEFN  TO  EFFDT OF S-CBRPLN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-CBRPLN
                                   BIND-SETUP OF S-CBRPLN
                                   BIND-DATA OF S-CBRPLN
                                   SELECT-SETUP OF S-CBRPLN
                                   SELECT-DATA OF S-CBRPLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-CBRPLN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-CBRPLN-EXIT.


      /*****************************************************************
      *                                                                *
       HP330-FETCH-CBRPLN SECTION.
       HP330.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-CBRPLN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-CBRPLN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-CBRPLN-EXIT.


      /*****************************************************************
      *                                                                *
       HP340-SAVE-CBRPLN SECTION.
       HP340.
      *                                                                *
      ******************************************************************

           SET WCBRPLN-IDX  TO  WCBRPLN-COUNT OF W-CBRDEFN
           INITIALIZE WCBRPLN-DATA OF W-CBRDEFN(WCBRPLN-IDX)
           MOVE PLAN-TYPE OF SELECT-DATA OF S-CBRPLN
                   TO  PLAN-TYPE OF W-CBRDEFN(WCBRPLN-IDX)
           MOVE EVENT-RULES-ID OF SELECT-DATA OF S-CBRPLN
                   TO  EVENT-RULES-ID OF W-CBRDEFN(WCBRPLN-IDX)
           MOVE DEP-RULE-ID OF SELECT-DATA OF S-CBRPLN
                   TO  DEP-RULE-ID OF W-CBRDEFN(WCBRPLN-IDX)
           SET CHECK-EMPL-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE
           SET EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE
           SET SECONDARY-ONLY-NO OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE

           .
       SAVE-CBRPLN-EXIT.


      /*****************************************************************
      *                                                                *
       HP350-SELECT-PRREVT SECTION.
       HP350.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-PRREVT
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF S-PRREVT
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO COBRA-EVENT-DT OF S-PRREVT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-PRREVT
                                   BIND-SETUP OF S-PRREVT
                                   BIND-DATA OF S-PRREVT
                                   SELECT-SETUP OF S-PRREVT
                                   SELECT-DATA OF S-PRREVT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-PRREVT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-PRREVT-EXIT.


      /*****************************************************************
      *                                                                *
       HP360-FETCH-PRREVT SECTION.
       HP360.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-PRREVT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               DISPLAY 'Emplid/BenRcd#/CBREvtDt: '
                   EMPLID OF S-PRREVT '/'
                   BENEFIT-RCD-NO OF S-PRREVT '/'
                   COBRA-EVENT-DT OF S-PRREVT
               MOVE 'FETCH-PRREVT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-PRREVT-EXIT.


      /*****************************************************************
      *                                                                *
       HP370-SAVE-SECONDARY-CBRPLN SECTION.
       HP370.
      *                                                                *
      ******************************************************************

           SET WCBRPLN-IDX  TO  WCBRPLN-COUNT OF W-CBRDEFN
           INITIALIZE WCBRPLN-DATA OF W-CBRDEFN(WCBRPLN-IDX)
           MOVE PLAN-TYPE OF S-PRREVT
                   TO  PLAN-TYPE OF W-CBRDEFN(WCBRPLN-IDX)
           SET SECONDARY-ONLY-YES OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE
           SET CHECK-EMPL-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE
           SET EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)  TO  TRUE

           .
       SAVE-SECONDARY-CBRPLN-EXIT.


      /*****************************************************************
      *                                                                *
       HP400-INIT-PARTIC SECTION.
       HP400.
      *                                                                *
      ******************************************************************

           IF WPARTIC-COUNT-MAX OF W-EVENT

               DISPLAY 'Maximum CBR-Partic Entries Exceeded'
               DISPLAY 'CBR-Partic occurs: ' WPARTIC-COUNT OF W-EVENT
                       'Emplid: ' EMPLID OF W-EVENT
               MOVE 'INIT-PARTIC'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WPARTIC-COUNT OF W-EVENT
           SET WPARTIC-IDX  TO  WPARTIC-COUNT OF W-EVENT
           INITIALIZE WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
           MOVE DEPENDENT-BENEF OF WDEPEND-DATA(WDEPEND-IDX)
                   TO  DEPENDENT-BENEF OF WPARTIC-DATA
                           OF W-EVENT(WPARTIC-IDX)
           SET CBR-NOT-QUALIFIED OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  TRUE
           SET CBR-PROCESS-OPEN OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  TRUE
           SET CBR-INIT-NOT-QUALIFIED OF WPARTIC-DATA
                   OF W-EVENT(WPARTIC-IDX)  TO  TRUE
           SET CBR-SCND-NOT-QUALIFIED OF WPARTIC-DATA
                   OF W-EVENT(WPARTIC-IDX)  TO  TRUE
           MOVE COBRA-EMPLID OF WDEPEND-DATA(WDEPEND-IDX)
                   TO  COBRA-EMPLID OF W-EVENT(WPARTIC-IDX)
           MOVE BENEFIT-PROGRAM OF W-CURELT
                   TO  BENEFIT-PROGRAM OF W-EVENT(WPARTIC-IDX)
           SET CBR-REPROCESS-NONE OF WPARTIC-DATA
                   OF W-EVENT(WPARTIC-IDX)  TO  TRUE
           SET INSERT-NO OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  TRUE
           SET UPDATE-NO OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  TRUE
           MOVE ZERO  TO  INIT-PLAN-COUNT OF W-COUNT
           MOVE ZERO  TO  SCND-PLAN-COUNT OF W-COUNT
           MOVE ZERO  TO  SCND-PENDING-COUNT OF W-COUNT
           MOVE ZERO  TO  NOT-DETERM-PLAN-COUNT OF W-COUNT

           .
       INIT-PARTIC-EXIT.


      /*****************************************************************
      *                                                                *
       HP500-INIT-PARTIC-PLAN SECTION.
       HP500.
      *                                                                *
      ******************************************************************

           IF WPLAN-COUNT-MAX OF W-EVENT

               DISPLAY 'Maximum CBR-Partic-Plan Entries Exceeded'
               DISPLAY 'CBR-Partc-Pln occurs: ' WPLAN-COUNT OF W-EVENT
                       'Emplid: ' EMPLID OF W-EVENT
               MOVE 'INIT-PARTIC-PLAN'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  WPLAN-COUNT OF W-EVENT
           SET WPLAN-IDX  TO  WPLAN-COUNT OF W-EVENT
           INITIALIZE WPLAN-DATA OF W-EVENT(WPLAN-IDX)
           MOVE DEPENDENT-BENEF OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  DEPENDENT-BENEF OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)
           MOVE PLAN-TYPE OF W-CBRDEFN(WCBRPLN-IDX)
                   TO  PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
           SET COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET CBR-PROCESS-OPEN OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  TRUE
           SET CBR-ENROLL-NO OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET COBRA-ERROR-NO OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  TRUE
           SET CBR-REPROCESS-NONE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  TRUE
           SET INSERT-NO OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET UPDATE-NO OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET CLEAR-SCND-EVT-NO OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET CUR-COVRG-NONE OF W-EVENT(WPLAN-IDX)  TO  TRUE
           SET CBR-CNTN-FEDERAL OF W-EVENT(WPLAN-IDX)  TO  TRUE
           MOVE COBRA-SURCHARGE OF W-CBRDEFN
                   TO  CBR-RATE-PCT OF W-EVENT(WPLAN-IDX)

           .
       INIT-PARTIC-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       HP600-QUALIFY-PARTIC-PLAN SECTION.
       HP600.
      *                                                                *
      ******************************************************************

           IF EMPLOYEE OF W-DEPEND(WDEPEFF-IDX)

               PERFORM HP610-CHECK-EMPL-CUR-COVRG
           ELSE
               PERFORM HP620-CHECK-DEPEND-CUR-COVRG
           END-IF

           MOVE 0  TO  DEPRUL-PTR

           IF CUR-COVRG-ACTIVE OF W-EVENT(WPLAN-IDX)

               IF BENEFIT-LOST-EMPL OF W-CBR-EVT(WCBR-EVT-IDX)

                   PERFORM HP630-CHECK-EMPL-TERM-COVRG

               ELSE
                   PERFORM HP640-CHECK-DEPEND-TERM-COVRG
               END-IF
           END-IF

           IF CUR-COVRG-NONE OF W-EVENT(WPLAN-IDX)
                   OR CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)

               PERFORM HP650-DETERMINE-INIT-SCND
           END-IF

           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   OR COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)

               PERFORM HP660-CALC-COBRA-COVRG-DATES
           END-IF

           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   OR COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)

               IF PLAN-TYPE-FSA OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                   PERFORM HP670-FSA-LIMITED-OFFER
               END-IF
           END-IF

           EVALUATE TRUE

               WHEN COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   ADD 1  TO  INIT-PLAN-COUNT OF W-COUNT
                   SET INSERT-YES OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  TRUE

               WHEN COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)
                   ADD 1  TO  SCND-PLAN-COUNT OF W-COUNT
                   SET INSERT-YES OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                           TO  TRUE

               WHEN COBRA-EVENT-NOT-DETERMINED OF W-EVENT(WPLAN-IDX)
                   ADD 1  TO  NOT-DETERM-PLAN-COUNT OF W-COUNT
                   SET INSERT-YES OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                           TO  TRUE

               WHEN COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)
                   SET CBR-PROCESS-CLOSED OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)
                                   TO  TRUE

           END-EVALUATE

           .
       QUALIFY-PARTIC-PLAN-EXIT.


      /*****************************************************************
      *                                                                *
       HP610-CHECK-EMPL-CUR-COVRG SECTION.
       HP610.
      *                                                                *
      ******************************************************************

           SET WCUR-IDX  TO  1

           SEARCH WCUR-DATA

               AT END

                   CONTINUE

               WHEN WCUR-IDX  >  WCUR-COUNT OF W-CURELT

                   CONTINUE

               WHEN PLAN-TYPE OF WCBRPLN-DATA(WCBRPLN-IDX)
                       =  PLAN-TYPE OF WCUR-DATA OF W-CURELT(WCUR-IDX)

                   MOVE BENEFIT-PLAN OF WCUR-DATA OF W-CURELT(WCUR-IDX)
                           TO  BENEFIT-PLAN OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE COVRG-CD OF WCUR-DATA OF W-CURELT(WCUR-IDX)
                           TO  COVRG-CD OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE EMPL-CONTRBUTN-AMT OF W-CURELT(WCUR-IDX)
                           TO  EMPL-CONTRBUTN-AMT OF W-EVENT(WPLAN-IDX)
                   MOVE ANN-EX-CREDIT-FSA OF W-CURELT(WCUR-IDX)
                           TO  ANN-EX-CREDIT-FSA OF W-EVENT(WPLAN-IDX)
                   MOVE ANNUAL-PLEDGE OF W-CURELT(WCUR-IDX)
                           TO  ANNUAL-PLEDGE OF W-EVENT(WPLAN-IDX)
                   MOVE FSA-SUB-AMT-YTD OF W-CURELT(WCUR-IDX)
                           TO  FSA-SUB-AMT-YTD OF W-EVENT(WPLAN-IDX)
                   MOVE FSA-APR-AMT-YTD OF W-CURELT(WCUR-IDX)
                           TO  FSA-APR-AMT-YTD OF W-EVENT(WPLAN-IDX)
                   MOVE FSA-PD-AMT-YTD OF W-CURELT(WCUR-IDX)
                           TO  FSA-PD-AMT-YTD OF W-EVENT(WPLAN-IDX)
                   MOVE HLTH-PROVIDER-ID OF WCUR-DATA
                                   OF W-CURELT(WCUR-IDX)
                           TO  HLTH-PROVIDER-ID OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE PREVIOUSLY-SEEN OF WCUR-DATA
                                   OF W-CURELT(WCUR-IDX)
                           TO  PREVIOUSLY-SEEN OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE OTH-INSURANCE-IND OF WCUR-DATA
                                   OF W-CURELT(WCUR-IDX)
                           TO  OTH-INSURANCE-IND OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE OTH-INSURANCE-NAME OF WCUR-DATA
                                   OF W-CURELT(WCUR-IDX)
                           TO  OTH-INSURANCE-NAME OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)

                   SET CUR-COVRG-ACTIVE OF W-EVENT(WPLAN-IDX)  TO  TRUE

           END-SEARCH

           .
       CHECK-EMPL-CUR-COVRG-EXIT.


      /*****************************************************************
      *                                                                *
       HP620-CHECK-DEPEND-CUR-COVRG SECTION.
       HP620.
      *                                                                *
      ******************************************************************

           SET WCURDB-IDX  TO  1

           SEARCH WCURDB-DATA

               AT END

                   CONTINUE

               WHEN WCURDB-IDX  >  WCURDB-COUNT OF W-CURELT

                   CONTINUE

               WHEN DEPENDENT-BENEF OF W-DEPEND(WDEPEND-IDX)
                       =  DEPENDENT-BENEF OF W-CURELT(WCURDB-IDX)
                       AND PLAN-TYPE OF WCBRPLN-DATA(WCBRPLN-IDX)
                               =  PLAN-TYPE OF WCURDB-DATA
                                       OF W-CURELT(WCURDB-IDX)

                   MOVE BENEFIT-PLAN OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                                   TO  BENEFIT-PLAN OF WPLAN-DATA
                                           OF W-EVENT(WPLAN-IDX)
                   MOVE COVRG-CD OF WCURDB-DATA OF W-CURELT(WCURDB-IDX)
                           TO  COVRG-CD OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX)
                   MOVE HLTH-PROVIDER-ID OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                                   TO  HLTH-PROVIDER-ID OF WPLAN-DATA
                                           OF W-EVENT(WPLAN-IDX)
                   MOVE PREVIOUSLY-SEEN OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                                   TO  PREVIOUSLY-SEEN OF WPLAN-DATA
                                           OF W-EVENT(WPLAN-IDX)
                   MOVE OTH-INSURANCE-IND OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                               TO  OTH-INSURANCE-IND OF WPLAN-DATA
                                       OF W-EVENT(WPLAN-IDX)
                   MOVE OTH-INSURANCE-NAME OF WCURDB-DATA
                           OF W-CURELT(WCURDB-IDX)
                               TO  OTH-INSURANCE-NAME OF WPLAN-DATA
                                       OF W-EVENT(WPLAN-IDX)
                   SET CUR-COVRG-ACTIVE OF W-EVENT(WPLAN-IDX)  TO  TRUE

           END-SEARCH

           .
       CHECK-DEPEND-CUR-COVRG-EXIT.


      /*****************************************************************
      *                                                                *
       HP630-CHECK-EMPL-TERM-COVRG SECTION.
       HP630.
      *                                                                *
      ******************************************************************

           IF CHECK-EMPL-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)

               MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-HTHTERM
               MOVE BENEFIT-RCD-NO OF W-EVENT
                       TO  EMPL-RCD-NO OF S-HTHTERM
               MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  PLAN-TYPE OF S-HTHTERM
               IF CBR-COV-OVERRIDE-YES
                   MOVE CBR-ALT-COV-TRM-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT OF BIND-DATA OF S-HTHTERM
                   MOVE CBR-ALT-COV-TRM-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT-2 OF BIND-DATA OF S-HTHTERM
               ELSE

                   MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT OF BIND-DATA OF S-HTHTERM
                   MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT-2 OF BIND-DATA OF S-HTHTERM
               END-IF

               MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-HTHWAIV
               MOVE BENEFIT-RCD-NO OF W-EVENT
                       TO  EMPL-RCD-NO OF S-HTHWAIV
               MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  PLAN-TYPE OF S-HTHWAIV
               MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT OF BIND-DATA OF S-HTHWAIV
               MOVE COBRA-EVENT-DT OF W-EVENT
                       TO  COVERAGE-BEGIN-DT-2 OF BIND-DATA OF S-HTHWAIV

               IF PLAN-TYPE-HEALTH OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                   PERFORM HP631-GET-EMPL-HTH-TERM

                   IF EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)
                          AND COBRA-EVENT-MEDICARE OF W-EVENT

                       PERFORM HP633-GET-EMPL-HTH-WAIVE
                   END-IF

               ELSE

                   IF PLAN-TYPE-FSA OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                       PERFORM HP632-GET-EMPL-FSA-TERM

                       IF EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)
                              AND COBRA-EVENT-MEDICARE OF W-EVENT

                           PERFORM HP634-GET-EMPL-FSA-WAIVE
                       END-IF
                   END-IF
               SET CHECK-EMPL-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  TRUE
               END-IF
           END-IF

           IF EMPL-COVRG-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)

               SET CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)  TO  TRUE

               IF CBR-COV-AS-OF-DT OF W-EVENT >=
                   EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)

                   MOVE CBR-COV-AS-OF-DT OF W-EVENT
                        TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
               ELSE

                   MOVE EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)

               END-IF

           ELSE

               MOVE EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
                    TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
           END-IF

           .
       CHECK-EMPL-TERM-COVRG-EXIT.


      /*****************************************************************
      *                                                                *
       HP631-GET-EMPL-HTH-TERM SECTION.
       HP631.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HTHTERM OF W-CNTL
                                   SQL-STMT OF S-HTHTERM
                                   BIND-SETUP OF S-HTHTERM
                                   BIND-DATA OF S-HTHTERM
                                   SELECT-SETUP OF S-HTHTERM
                                   SELECT-DATA OF S-HTHTERM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-EMPL-HTH-TERM(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-HTHTERM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HTHTERM OF W-CNTL

           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET WCUR-IDX  TO  1

                   SEARCH WCUR-DATA

                       WHEN PLAN-TYPE OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)
                                       =  PLAN-TYPE OF WCUR-DATA
                                               OF W-CURELT(WCUR-IDX)

                       CONTINUE

                   END-SEARCH

                   IF COVERAGE-END-DT OF W-CURELT(WCUR-IDX)
                           NOT =  SPACE

                       MOVE COVERAGE-END-DT OF W-CURELT(WCUR-IDX)
                               TO  BEGIN-DT OF DTWRK
                       MOVE 1  TO  DAYS OF DTWRK
                       SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

                       CALL 'PTPDTWRK' USING   DTWRK

                       IF END-DT OF DTWRK  >=  COBRA-EVENT-DT OF W-EVENT
                            OR  (CBR-COV-OVERRIDE-YES
                            AND END-DT OF DTWRK >= CBR-ALT-COV-TRM-DT
                                                    OF W-EVENT)

                           SET EMPL-COVRG-TERM-YES
                                   OF W-CBRDEFN(WCBRPLN-IDX)
                                           TO  TRUE
                           MOVE END-DT OF DTWRK
                                   TO  EMPL-COVRG-TERM-DT
                                           OF W-CBRDEFN(WCBRPLN-IDX)
                       ELSE
                           SET EMPL-COVRG-TERM-NO
                                   OF W-CBRDEFN(WCBRPLN-IDX)
                                           TO  TRUE
                   ELSE
                       SET EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)
                               TO  TRUE
                   END-IF
               ELSE
                   MOVE 'GET-EMPL-HTH-TERM(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET EMPL-COVRG-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  TRUE
               MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-HTHTERM
                       TO  EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
           END-IF

           .
       GET-EMPL-HTH-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       HP632-GET-EMPL-FSA-TERM SECTION.
       HP632.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FSATERM OF W-CNTL
                                   SQL-STMT OF S-FSATERM
                                   BIND-SETUP OF S-HTHTERM
                                   BIND-DATA OF S-HTHTERM
                                   SELECT-SETUP OF S-FSATERM
                                   SELECT-DATA OF S-FSATERM

           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-EMPL-FSA-TERM(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-FSATERM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FSATERM OF W-CNTL

           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET WCUR-IDX  TO  1

                   SEARCH WCUR-DATA

                       WHEN PLAN-TYPE OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)
                                       =  PLAN-TYPE OF WCUR-DATA
                                               OF W-CURELT(WCUR-IDX)

                       CONTINUE

                   END-SEARCH

                   IF COVERAGE-END-DT OF W-CURELT(WCUR-IDX)
                           NOT =  SPACE

                       MOVE COVERAGE-END-DT OF W-CURELT(WCUR-IDX)
                               TO  BEGIN-DT OF DTWRK
                       MOVE 1  TO  DAYS OF DTWRK
                       SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

                       CALL 'PTPDTWRK' USING   DTWRK

                       IF END-DT OF DTWRK  >=  COBRA-EVENT-DT OF W-EVENT
                            OR  (CBR-COV-OVERRIDE-YES
                            AND END-DT OF DTWRK >= CBR-ALT-COV-TRM-DT
                                                    OF W-EVENT)

                           SET EMPL-COVRG-TERM-YES
                                   OF W-CBRDEFN(WCBRPLN-IDX)
                                           TO  TRUE
                           MOVE END-DT OF DTWRK
                                   TO  EMPL-COVRG-TERM-DT
                                           OF W-CBRDEFN(WCBRPLN-IDX)
                       ELSE
                           SET EMPL-COVRG-TERM-NO
                                   OF W-CBRDEFN(WCBRPLN-IDX)
                                           TO  TRUE
                   ELSE
                       SET EMPL-COVRG-TERM-NO OF W-CBRDEFN(WCBRPLN-IDX)
                               TO  TRUE
                   END-IF
               ELSE
                   MOVE 'GET-EMPL-FSA-TERM(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET EMPL-COVRG-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  TRUE
               MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-FSATERM
                       TO  EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
           END-IF

           .
       GET-EMPL-FSA-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       HP633-GET-EMPL-HTH-WAIVE SECTION.
       HP633.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HTHWAIV OF W-CNTL
                                   SQL-STMT OF S-HTHWAIV
                                   BIND-SETUP OF S-HTHWAIV
                                   BIND-DATA OF S-HTHWAIV
                                   SELECT-SETUP OF S-HTHWAIV
                                   SELECT-DATA OF S-HTHWAIV
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-EMPL-HTH-WAIVE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-HTHWAIV

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-HTHWAIV OF W-CNTL

           IF RTNCD-ERROR OF SQLRT

               IF NOT RTNCD-END OF SQLRT

                   MOVE 'GET-EMPL-HTH-WAIVE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET EMPL-COVRG-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  TRUE
               MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-HTHWAIV
                       TO  EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
           END-IF

           .
       GET-EMPL-HTH-WAIVE-EXIT.


      /*****************************************************************
      *                                                                *
       HP634-GET-EMPL-FSA-WAIVE SECTION.
       HP634.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FSAWAIV OF W-CNTL
                                   SQL-STMT OF S-FSAWAIV
                                   BIND-SETUP OF S-HTHWAIV
                                   BIND-DATA OF S-HTHWAIV
                                   SELECT-SETUP OF S-FSAWAIV
                                   SELECT-DATA OF S-FSAWAIV

           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-EMPL-FSA-WAIVE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-FSAWAIV

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-FSAWAIV OF W-CNTL

           IF RTNCD-ERROR OF SQLRT

               IF NOT RTNCD-END OF SQLRT

                   MOVE 'GET-EMPL-FSA-WAIVE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET EMPL-COVRG-TERM-YES OF W-CBRDEFN(WCBRPLN-IDX)
                       TO  TRUE
               MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-FSAWAIV
                       TO  EMPL-COVRG-TERM-DT OF W-CBRDEFN(WCBRPLN-IDX)
           END-IF

           .
       GET-EMPL-FSA-WAIVE-EXIT.


      /*****************************************************************
      *                                                                *
       HP640-CHECK-DEPEND-TERM-COVRG SECTION.
       HP640.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-DEPTERM
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  EMPL-RCD-NO OF S-DEPTERM
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF S-DEPTERM
           IF CBR-COV-OVERRIDE-YES
               MOVE CBR-ALT-COV-TRM-DT OF W-EVENT
                   TO  COVERAGE-BEGIN-DT OF BIND-DATA OF S-DEPTERM
               MOVE CBR-ALT-COV-TRM-DT OF W-EVENT
                   TO  COVERAGE-BEGIN-DT-2 OF BIND-DATA OF S-DEPTERM
           ELSE

               MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  COVERAGE-BEGIN-DT OF BIND-DATA OF S-DEPTERM
               MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  COVERAGE-BEGIN-DT-2 OF BIND-DATA OF S-DEPTERM
           END-IF

           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-DEPTERM

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEPTERM OF W-CNTL
                                   SQL-STMT OF S-DEPTERM
                                   BIND-SETUP OF S-DEPTERM
                                   BIND-DATA OF S-DEPTERM
                                   SELECT-SETUP OF S-DEPTERM
                                   SELECT-DATA OF S-DEPTERM

           IF RTNCD-ERROR OF SQLRT

               MOVE 'CHECK-DEPEND-TERM-COVRG(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-DEPTERM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEPTERM OF W-CNTL

           IF RTNCD-ERROR OF SQLRT

               IF NOT RTNCD-END OF SQLRT

                   MOVE 'CHECK-DEPEND-TERM-COVRG(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF

           ELSE

               SET CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)  TO  TRUE

               IF CBR-COV-AS-OF-DT OF W-EVENT >=
                   COVERAGE-BEGIN-DT OF SELECT-DATA OF S-DEPTERM

                   MOVE CBR-COV-AS-OF-DT OF W-EVENT
                        TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
               ELSE

                   MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-DEPTERM
                       TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
               END-IF

      *        If Overage use Overage Date for Coverage Begin Dt per
      *        Plan Type's Dependent Rule
               IF COBRA-EVENT-OVERAGE OF W-EVENT

                   MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                     TO PLAN-TYPE OF W-SAVE
                   PERFORM XO950-SEARCH-DEP-PLNDFN
                   MOVE PROCESS-DT OF W-CNTL  TO  AGE-AS-OF-DT OF W-CNTL
                   PERFORM XQ000-DEPENDENT-AGE-CHECK
                   MOVE OVERAGE-DT OF W-SAVE
                        TO  OVERAGE-DT OF W-DEPEND(WDEPEND-IDX)

                   IF OVERAGE-DT OF W-DEPEND(WDEPEND-IDX) >=
                       COVERAGE-BEGIN-DT OF SELECT-DATA OF S-DEPTERM

                       MOVE OVERAGE-DT OF W-DEPEND(WDEPEND-IDX)
                            TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                   ELSE

                      MOVE COVERAGE-BEGIN-DT OF SELECT-DATA OF S-DEPTERM
                           TO  COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                   END-IF
               END-IF
           END-IF

           .
       CHECK-DEPEND-TERM-COVRG-EXIT.


      /*****************************************************************
      *                                                                *
       HP650-DETERMINE-INIT-SCND SECTION.
       HP650.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF S-PRRPLN
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF S-PRRPLN
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-PRRPLN
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF S-PRRPLN
           MOVE COBRA-EVENT-DT OF W-EVENT
                   TO  COBRA-EVENT-DT OF BIND-DATA OF S-PRRPLN
                       COBRA-EVENT-DT-2 OF BIND-DATA OF S-PRRPLN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-PRRPLN
                                   BIND-SETUP OF S-PRRPLN
                                   BIND-DATA OF S-PRRPLN
                                   SELECT-SETUP OF S-PRRPLN
                                   SELECT-DATA OF S-PRRPLN

           IF RTNCD-ERROR OF SQLRT

               MOVE 'DETERMINE-INIT-SCND(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-PRRPLN

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT

           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   IF CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)
                           AND SECONDARY-ONLY-NO
                                   OF W-CBRDEFN(WCBRPLN-IDX)

                       SET COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                               TO  TRUE
                   ELSE
                       SET COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)
                               TO  TRUE
                   END-IF
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF S-PRRPLN
                   MOVE 'DETERMINE-INIT-SCND(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE

               IF COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)  NOT =  SPACE
                       AND COVERAGE-BEGIN-DT OF S-PRRPLN
                               >  COVERAGE-BEGIN-DT
                                       OF W-EVENT(WPLAN-IDX)

                   SET COBRA-EVENT-NOT-DETERMINED OF W-EVENT(WPLAN-IDX)
                           TO  TRUE
               ELSE

                   IF (COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                       > COVERAGE-END-DT OF S-PRRPLN)
                           AND CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)
                               AND SECONDARY-ONLY-NO
                                   OF W-CBRDEFN(WCBRPLN-IDX)

                       SET COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                           TO TRUE

                   ELSE
                       IF COBRA-TERM-DT OF S-PRRPLN NOT = SPACE
                           AND (COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                               > COBRA-TERM-DT OF S-PRRPLN)
                                   AND CUR-COVRG-TERM
                                       OF W-EVENT(WPLAN-IDX)
                                           AND SECONDARY-ONLY-NO
                                              OF W-CBRDEFN(WCBRPLN-IDX)

                           SET COBRA-EVENT-INITIAL
                                OF W-EVENT(WPLAN-IDX)
                              TO TRUE
                       ELSE

                           IF COBRA-ELECT-WAIVE OF S-PRRPLN
                               AND CUR-COVRG-TERM OF W-EVENT(WPLAN-IDX)
                                   AND SECONDARY-ONLY-NO
                                       OF W-CBRDEFN(WCBRPLN-IDX)

                               SET COBRA-EVENT-INITIAL
                                   OF W-EVENT(WPLAN-IDX)
                                       TO TRUE
                           ELSE

                               IF SUCCEEDING OF W-CBR-EVT(WCBR-EVT-IDX)

                                   PERFORM HP651-GET-INIT-CBR-EVT-RULE

                                   IF PRECEEDING
                                       OF W-CBR-EVT(WCBREVT-INIT)

                                       IF CBR-PROCESS-OPEN
                                           OF S-PRRPLN

                                           SET COBRA-EVENT-SECONDARY
                                               OF W-EVENT(WPLAN-IDX)
                                                   TO  TRUE
                                               ADD 1  TO
                                                   SCND-PENDING-COUNT
                                                 OF W-COUNT
                                       ELSE

                                       PERFORM HP652-QUALIFY-SCND-EVENT

                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           .
       DETERMINE-INIT-SCND-EXIT.


      /*****************************************************************
      *                                                                *
       HP651-GET-INIT-CBR-EVT-RULE SECTION.
       HP651.
      *                                                                *
      ******************************************************************

           SET WCBREVT-SCND  TO  WCBR-EVT-IDX
           MOVE COBRA-EVENT-CLASS OF S-PRRPLN
                   TO  COBRA-EVENT-CLASS OF W-CNTL
           PERFORM XH000-GET-CBR-EVT-RULE
           SET WCBREVT-INIT  TO  WCBR-EVT-IDX
           SET WCBR-EVT-IDX  TO  WCBREVT-SCND
           MOVE COBRA-EVENT-CLASS OF W-EVENT
                   TO  COBRA-EVENT-CLASS OF W-CNTL

           .
       GET-INIT-CBR-EVT-RULE-EXIT.


      /*****************************************************************
      *                                                                *
       HP652-QUALIFY-SCND-EVENT SECTION.
       HP652.
      *                                                                *
      ******************************************************************

           MOVE COBRA-EVENT-ID OF S-PRRPLN
                   TO  CBR-INIT-EVENT-ID OF W-EVENT(WPLAN-IDX)
           MOVE BENEFIT-PROGRAM OF S-PRRPLN
                   TO  INIT-BENEFIT-PGM OF W-EVENT(WPLAN-IDX)
               END-IF
           END-IF

           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   AND COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                           <  COBRA-PD-BEGINS-DT OF W-EVENT(WPLAN-IDX)

               SET MSGID-BEGIN-PRIOR-CBR-PERIOD OF PYMSG  TO  TRUE
               MOVE COBRA-EVENT-ID OF W-EVENT
                       TO  COBRA-EVENT-ID OF PYMSG
               MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  MSGDATA1 OF PYMSG
               MOVE COVERAGE-BEGIN-DT OF W-EVENT(WPLAN-IDX)
                       TO  MSGDATA2 OF PYMSG
               MOVE COBRA-PD-BEGINS-DT OF W-EVENT(WPLAN-IDX)
                       TO  MSGDATA3 OF PYMSG
               PERFORM ZM000-MESSAGE
               SET COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)
                       TO  TRUE
               SET CBR-QUALIFY-ERROR-YES OF W-SW  TO  TRUE
           END-IF

           IF COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)
                   AND COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                           <  INIT-COVRG-END-DT OF W-EVENT(WPLAN-IDX)

               SET MSGID-SCND-END-PRIOR-INIT-END OF PYMSG  TO  TRUE
               MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  MSGDATA1 OF PYMSG
               MOVE COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                       TO  MSGDATA2 OF PYMSG
               MOVE COVERAGE-END-DT OF S-PRRPLN  TO  MSGDATA3 OF PYMSG
               PERFORM ZM000-MESSAGE
               SET COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)
                       TO  TRUE
           END-IF

           .
       CALC-COBRA-COVRG-DATES-EXIT.


      /*****************************************************************
      *   HEALTH FSA LIMITED-OFFER TEST AND PLAN-YEAR-END CUTOFF       *
      ******************************************************************
       HP670-FSA-LIMITED-OFFER SECTION.
       HP670.
      * Health FSA continuation ends with the plan year in which the   *
      * COBRA period begins.  The plan year is anchored on the         *
      * coverage begin date of the current FSA election; with no       *
      * election on file the calendar year is used.  A secondary event *
      * is held to the plan year in which it occurs.                   *
      *                                                                *
      * On an initial event the FSA need only be offered where the     *
      * reimbursement still available for the year (annual pledge      *
      * less approved claims YTD) exceeds the COBRA premium for the    *
      * rest of the plan year (1/12 of the pledge at the plan's        *
      * surcharge, per remaining month).  An overspent participant is  *
      * not offered the FSA.  Every decision is registered.            *
      ******************************************************************

           MOVE COBRA-PD-BEGINS-DT OF W-EVENT(WPLAN-IDX)
                   TO  FSA-WRK-DT OF W-FSA

           IF FSA-WRK-DT OF W-FSA  =  SPACE

               MOVE COBRA-EVENT-DT OF W-EVENT  TO  FSA-WRK-DT OF W-FSA
           END-IF

           MOVE FSA-WRK-DT OF W-FSA  TO  FSA-PYR-END-DT OF W-FSA
           MOVE '12-31'  TO  FSA-END-MMDD OF W-FSA
           MOVE SPACE  TO  FSA-PYR-BEGIN-DT OF W-FSA

           SET WCUR-IDX  TO  1

           SEARCH WCUR-DATA

               AT END

                   CONTINUE

               WHEN WCUR-IDX  >  WCUR-COUNT OF W-CURELT

                   CONTINUE

               WHEN PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       =  PLAN-TYPE OF WCUR-DATA OF W-CURELT(WCUR-IDX)

                   MOVE COVERAGE-BEGIN-DT OF W-CURELT(WCUR-IDX)
                           TO  FSA-PYR-BEGIN-DT OF W-FSA
           END-SEARCH

           IF FSA-PYR-BEGIN-DT OF W-FSA  NOT =  SPACE
                   AND FSA-PYR-BEGIN-DT OF W-FSA
                           <=  FSA-WRK-DT OF W-FSA

               MOVE FSA-PYR-BEGIN-DT OF W-FSA
                       TO  FSA-NEXT-PYR-DT OF W-FSA
               PERFORM HP671-NEXT-FSA-PLAN-YEAR
                       UNTIL FSA-NEXT-PYR-DT OF W-FSA
                               >  FSA-WRK-DT OF W-FSA

               MOVE FSA-NEXT-PYR-DT OF W-FSA  TO  BEGIN-DT OF DTWRK
               MOVE -1  TO  DAYS OF DTWRK
               SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

               CALL 'PTPDTWRK' USING   DTWRK

               MOVE END-DT OF DTWRK  TO  FSA-PYR-END-DT OF W-FSA
           END-IF

           COMPUTE FSA-REMAIN-MONTHS OF W-FSA
                   =  (FSA-END-YYYY OF W-FSA  *  12
                           +  FSA-END-MM OF W-FSA)
                   -  (FSA-WRK-YYYY OF W-FSA  *  12
                           +  FSA-WRK-MM OF W-FSA)
                   +  1

           IF FSA-REMAIN-MONTHS OF W-FSA  <  ZERO

               MOVE ZERO  TO  FSA-REMAIN-MONTHS OF W-FSA
           END-IF

           COMPUTE FSA-REMAIN-BENEFIT OF W-FSA
                   =  ANNUAL-PLEDGE OF W-EVENT(WPLAN-IDX)
                   -  FSA-APR-AMT-YTD OF W-EVENT(WPLAN-IDX)
           COMPUTE FSA-MM-PREMIUM OF W-FSA ROUNDED
                   =  ANNUAL-PLEDGE OF W-EVENT(WPLAN-IDX)
                   *  CBR-RATE-PCT OF W-EVENT(WPLAN-IDX)
                   /  1200
           COMPUTE FSA-REMAIN-PREMIUM OF W-FSA
                   =  FSA-MM-PREMIUM OF W-FSA
                   *  FSA-REMAIN-MONTHS OF W-FSA

           INITIALIZE BIND-DATA OF I-FSAOFFR

           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                   AND FSA-REMAIN-BENEFIT OF W-FSA
                           <=  FSA-REMAIN-PREMIUM OF W-FSA

               SET FSA-NOT-OFFERED OF I-FSAOFFR  TO  TRUE
               SET COBRA-EVENT-UNQUALIFIED OF W-EVENT(WPLAN-IDX)
                       TO  TRUE
           ELSE
               SET FSA-OFFERED OF I-FSAOFFR  TO  TRUE

               IF COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                       >  FSA-PYR-END-DT OF W-FSA

                   MOVE FSA-PYR-END-DT OF W-FSA
                           TO  COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
               END-IF
           END-IF

           PERFORM HP672-WRITE-FSA-OFFER-REG

           .
       FSA-LIMITED-OFFER-EXIT.


      /*****************************************************************
      *                                                                *
       HP671-NEXT-FSA-PLAN-YEAR SECTION.
       HP671.
      *                                                                *
      ******************************************************************

           MOVE FSA-NEXT-PYR-DT OF W-FSA  TO  BEGIN-DT OF DTWRK
           MOVE 12  TO  MONTHS OF DTWRK
           SET OPTION-ADD-MONTHS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  FSA-NEXT-PYR-DT OF W-FSA

           .
       NEXT-FSA-PLAN-YEAR-EXIT.


      /*****************************************************************
      *                                                                *
       HP672-WRITE-FSA-OFFER-REG SECTION.
       HP672.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF I-FSAOFFR
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF I-FSAOFFR
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF I-FSAOFFR
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  DEPENDENT-BENEF OF I-FSAOFFR
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF I-FSAOFFR
           MOVE BENEFIT-PLAN OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  BENEFIT-PLAN OF I-FSAOFFR
           MOVE FSA-WRK-DT OF W-FSA
                   TO  COBRA-PD-BEGINS-DT OF I-FSAOFFR
           MOVE FSA-PYR-END-DT OF W-FSA
                   TO  PLAN-YEAR-END-DT OF I-FSAOFFR
           MOVE COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                   TO  COVERAGE-END-DT OF I-FSAOFFR
           MOVE ANNUAL-PLEDGE OF W-EVENT(WPLAN-IDX)
                   TO  ANNUAL-PLEDGE OF I-FSAOFFR
           MOVE FSA-APR-AMT-YTD OF W-EVENT(WPLAN-IDX)
                   TO  FSA-APR-AMT-YTD OF I-FSAOFFR
           MOVE FSA-REMAIN-BENEFIT OF W-FSA
                   TO  FSA-REMAIN-BENEFIT OF I-FSAOFFR
           MOVE FSA-MM-PREMIUM OF W-FSA
                   TO  FSA-MM-PREMIUM OF I-FSAOFFR
           MOVE FSA-REMAIN-MONTHS OF W-FSA
                   TO  FSA-REMAIN-MONTHS OF I-FSAOFFR
           MOVE FSA-REMAIN-PREMIUM OF W-FSA
                   TO  FSA-REMAIN-PREMIUM OF I-FSAOFFR
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-FSAOFFR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-FSAOFFR OF W-CNTL
                                   SQL-STMT OF I-FSAOFFR
                                   BIND-SETUP OF I-FSAOFFR
                                   BIND-DATA OF I-FSAOFFR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-FSA-OFFER-REG'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-FSA-OFFER-REG-EXIT.


      /*****************************************************************
      *   CLEAR THE FSA DECISIONS OF AN EARLIER QUALIFICATION OF THE   *
      *   EVENT (PRELIMINARY RUN OR RE-QUALIFICATION), SO THE REGISTER *
      *   HOLDS ONLY THE DECISIONS BEHIND THE CURRENT QUALIFICATION    *
      ******************************************************************
       HP673-CLEAR-FSA-OFFER-REG SECTION.
       HP673.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF D-FSAOFFR
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF D-FSAOFFR
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF D-FSAOFFR

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-FSAOFFR OF W-CNTL
                                   SQL-STMT OF D-FSAOFFR
                                   BIND-SETUP OF D-FSAOFFR
                                   BIND-DATA OF D-FSAOFFR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-FSA-OFFER-REG'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-FSA-OFFER-REG-EXIT.


      /*****************************************************************

           PERFORM QA000-DISC-CURSORS

           IF SQL-CURSOR OF I-FSAOFFR OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-FSAOFFR OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-QUALIFY-EVENT(I-FSAOFFR)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF D-FSAOFFR OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF D-FSAOFFR OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-QUALIFY-EVENT(D-FSAOFFR)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-EVT OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
           PERFORM LD000-INIT-PROCESS-PARTIC
           PERFORM LR000-IMPORT-TPA-RESPONSE
           PERFORM LG000-SELECT-PARTIC-DATA
           PERFORM LJ100-FETCH-STREAM-PARTIC

           PERFORM UNTIL RTNCD-END OF SQLRT

                   PERFORM LG000-SELECT-PARTIC-DATA
               END-IF

               PERFORM LJ100-FETCH-STREAM-PARTIC
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE
       FETCH-PROCESS-PARTIC-EXIT.


      /*****************************************************************
      *                                                                *
       LJ100-FETCH-STREAM-PARTIC SECTION.
       LJ100.
      * Next participant belonging to this stream.  The plan, option   *
      * and dependent cursors are read in step with the participant    *
      * cursor, so a participant left to another stream still has its  *
      * rows passed over here.                                         *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM LJ000-FETCH-PROCESS-PARTIC
               MOVE EMPLID OF SELECT-DATA OF S-PRCSPAR
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID

               IF STRM-IN-STREAM-NO OF W-STRM

                   PERFORM LN000-OBTAIN-PARTIC-DATA
               END-IF
           END-PERFORM

           .
       FETCH-STREAM-PARTIC-EXIT.


      /*****************************************************************
      *                                                                *
       LM000-SAVE-PROCESS-PARTIC SECTION.
      ******************************************************************

           PERFORM LR100-SELECT-TPA-RESPONSE
           PERFORM LR120-FETCH-STREAM-TPA-RESPONSE

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM LR200-PROCESS-TPA-RESPONSE
               PERFORM LR120-FETCH-STREAM-TPA-RESPONSE
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE
       FETCH-TPA-RESPONSE-EXIT.


      /*****************************************************************
      *                                                                *
       LR120-FETCH-STREAM-TPA-RESPONSE SECTION.
       LR120.
      * Next TPA response belonging to this stream.                    *
      ******************************************************************

           SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE

           PERFORM UNTIL STRM-IN-STREAM-YES OF W-STRM

               PERFORM LR110-FETCH-TPA-RESPONSE
               MOVE EMPLID OF SELECT-DATA OF S-TPARSP
                       TO  STRM-TEST-EMPLID OF W-STRM
               PERFORM YM000-CHECK-STREAM-EMPLID
           END-PERFORM

           .
       FETCH-STREAM-TPA-RESPONSE-EXIT.


      /*****************************************************************
      *   VALIDATE AND DISPOSE OF ONE TPA RESPONSE PLAN ELECTION       *
      ******************************************************************
                               OF W-EVENT(WOPTN-IDX)
           END-PERFORM

           PERFORM LS222-APPLY-EMPLR-SUBSIDY

           .
       CALC-MONTHLY-COST-EXIT.


      /*****************************************************************
      *   SPLIT THE OPTION'S MONTHLY COST INTO THE EMPLOYER SUBSIDY    *
      *   AND THE PARTICIPANT'S SHARE FOR THE ELECTION NOTICE          *
      ******************************************************************
       LS222-APPLY-EMPLR-SUBSIDY SECTION.
       LS222.
      * The subsidy quoted is the one in force for the first month of  *
      * COBRA coverage, i.e. the month following the event date.       *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF BIND-DATA OF S-SUBRULE
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-SUBRULE
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF BIND-DATA OF S-SUBRULE
           MOVE DEPENDENT-BENEF OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  DEPENDENT-BENEF OF BIND-DATA OF S-SUBRULE
           MOVE PLAN-TYPE OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  PLAN-TYPE OF BIND-DATA OF S-SUBRULE

           MOVE COBRA-EVENT-DT OF WEVENT-DATA OF W-EVENT
                   TO  SUB-WINDOW-BEGIN-DT OF W-SUB
           MOVE COBRA-EVENT-DT OF WEVENT-DATA OF W-EVENT
                   TO  BEGIN-DT OF DTWRK
           MOVE 1  TO  MONTHS OF DTWRK
           SET OPTION-ADD-MONTHS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  SUB-WINDOW-END-DT OF W-SUB
           MOVE CBR-MM-COST OF WOPTN-DATA OF W-EVENT(WOPTN-IDX)
                   TO  SUB-FULL-AMT OF W-SUB

           PERFORM XR000-GET-SUBSIDY-RULE

           MOVE SUB-EMPLR-AMT OF W-SUB
                   TO  CBR-ER-SUBSIDY-AMT OF WOPTN-DATA
                           OF W-EVENT(WOPTN-IDX)
           MOVE SUB-PARTIC-AMT OF W-SUB
                   TO  CBR-PARTIC-MM-COST OF WOPTN-DATA
                           OF W-EVENT(WOPTN-IDX)

           .
       APPLY-EMPLR-SUBSIDY-EXIT.


      /*****************************************************************
      *                                                                *
       LS225-SET-COVERED-PERSONS SECTION.
                                           OF W-EVENT(WOPTN-IDX)
           END-SEARCH

           PERFORM LS222-APPLY-EMPLR-SUBSIDY

           .
       GET-MONTHLY-COST-EXIT.

                   TO  CBR-MM-COST OF I-NOTICEOPT
           MOVE CBR-DISABL-MM-COST OF W-EVENT(WOPTN-IDX)
                   TO  CBR-DISABL-MM-COST OF I-NOTICEOPT
           MOVE CBR-ER-SUBSIDY-AMT OF W-EVENT(WOPTN-IDX)
                   TO  CBR-ER-SUBSIDY-AMT OF I-NOTICEOPT
           MOVE CBR-PARTIC-MM-COST OF W-EVENT(WOPTN-IDX)
                   TO  CBR-PARTIC-MM-COST OF I-NOTICEOPT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
      *                                                                *
       LT211-GET-COBRA-EMPLID-LAST SECTION.
       LT211.
      * In a partitioned run the counter is bumped before it is read,  *
      * so the installation row stays locked to this stream until its  *
      * next commit and no two streams can take the same COBRA EMPLID. *
      ******************************************************************

           IF NOT STRM-ROLE-SINGLE OF W-STRM

               PERFORM LT213-BUMP-COBRA-EMPLID-LAST
           END-IF

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT

           MOVE COBRA-EMPLID-LAST OF S-INSTALL
                   TO  COBRA-EMPLID-LAST OF W-CNTL

           IF STRM-ROLE-SINGLE OF W-STRM

               ADD 1  TO  COBRA-EMPLID-LAST OF W-CNTL
               MOVE COBRA-EMPLID-LAST OF W-CNTL
                       TO  COBRA-EMPLID-LAST OF U-INSTALL

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF U-INSTALL
                                       BIND-SETUP OF U-INSTALL
                                       BIND-DATA OF U-INSTALL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'GET-COBRA-EMPLID-LAST(UPDATE)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       GET-COBRA-EMPLID-LAST-EXIT.


      /*****************************************************************
      *                                                                *
       LT213-BUMP-COBRA-EMPLID-LAST SECTION.
       LT213.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-INSTINC
                                   BIND-SETUP OF U-INSTINC
                                   BIND-DATA OF U-INSTINC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BUMP-COBRA-EMPLID-LAST'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       BUMP-COBRA-EMPLID-LAST-EXIT.


      /*****************************************************************
               END-IF
           END-IF

           IF SQL-CURSOR OF S-SUBRULE OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-SUBRULE OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-CURSORS(S-SUBRULE)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-STDNT OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF STRM-ROLE-WORKER OF W-STRM

               SET STRM-STATUS-RUNNING OF W-STRM  TO  TRUE
               PERFORM YD000-SET-STREAM-STATUS
           END-IF

           .
       SAVE-RESTART-EXIT.

           END-IF

           .
       NON-STUDENT-TRANSITION-EXIT.


      /*****************************************************************
      *                                                                *
       XQ400-SET-OVERAGE-COVG-BEG  SECTION.
       XQ400.
      * Based on Dependent rules, Coverage Begin may be set other than *
      * Overage Event Date and allow Alternate Coverage with grace     *
      * period, e.g. 1st day of next month following Overage Event Date*
      *                                                                *
      ******************************************************************

           IF OVERAGE-PD-BEG-ON-AFT-MM OF W-DEPRULE

               MOVE OVERAGE-DT OF W-SAVE  TO  BEGIN-DT OF DTWRK

               MOVE 1  TO  MONTHS OF DTWRK
               SET OPTION-ADD-MONTHS OF DTWRK  TO  TRUE

               CALL 'PTPDTWRK' USING   DTWRK

               MOVE 1  TO  MONTH-DAY OF END-DT OF DTWRK
               MOVE END-DT OF DTWRK
                        TO  OVERAGE-DT OF W-SAVE
           END-IF

           .
       SET-OVERAGE-COVG-BEG-EXIT.


      /*****************************************************************
      *   LOOK UP THE EMPLOYER (SEVERANCE) SUBSIDY RULE GOVERNING A    *
      *   PARTICIPANT PLAN AND SPLIT SUB-FULL-AMT BETWEEN THE EMPLOYER *
      *   AND THE PARTICIPANT                                          *
      ******************************************************************
       XR000-GET-SUBSIDY-RULE SECTION.
       XR000.
      * The caller loads the plan keys into S-SUBRULE, and the window  *
      * (SUB-WINDOW-BEGIN-DT through SUB-WINDOW-END-DT) and the amount *
      * to split (SUB-FULL-AMT) into W-SUB.  The rule is in force when *
      * its subsidy period overlaps the window.  With no rule in force *
      * the participant owes the full amount.                          *
      ******************************************************************

           SET SUBSIDY-IN-FORCE-NO OF W-SW  TO  TRUE
           MOVE ZERO  TO  SUB-EMPLR-AMT OF W-SUB
           MOVE SUB-FULL-AMT OF W-SUB  TO  SUB-PARTIC-AMT OF W-SUB

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SUBRULE OF W-CNTL
                                   SQL-STMT OF S-SUBRULE
                                   BIND-SETUP OF S-SUBRULE
                                   BIND-DATA OF S-SUBRULE
                                   SELECT-SETUP OF S-SUBRULE
                                   SELECT-DATA OF S-SUBRULE
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-SUBSIDY-RULE(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-SUBRULE
           SET SUBSIDY-RULE-FOUND-YES OF W-SW  TO  TRUE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-SUBRULE OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET SUBSIDY-RULE-FOUND-NO OF W-SW  TO  TRUE
                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'GET-SUBSIDY-RULE(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SUBSIDY-RULE-FOUND-YES OF W-SW

               MOVE SUBSIDY-TYPE OF S-SUBRULE  TO  SUB-TYPE OF W-SUB
               MOVE SUBSIDY-PCT OF S-SUBRULE  TO  SUB-PCT OF W-SUB
               MOVE SUBSIDY-AMT OF S-SUBRULE  TO  SUB-AMT OF W-SUB
               MOVE SUBSIDY-BEGIN-DT OF S-SUBRULE
                       TO  SUB-BEGIN-DT OF W-SUB
               MOVE SUBSIDY-END-DT OF S-SUBRULE
                       TO  SUB-END-DT OF W-SUB
               MOVE SUBSIDY-MONTHS OF S-SUBRULE
                       TO  SUB-MONTHS OF W-SUB

               PERFORM XR100-SET-SUBSIDY-PERIOD

               IF SUB-BEGIN-DT OF W-SUB
                       <=  SUB-WINDOW-END-DT OF W-SUB
                       AND SUB-PERIOD-END-DT OF W-SUB
                               >=  SUB-WINDOW-BEGIN-DT OF W-SUB

                   SET SUBSIDY-IN-FORCE-YES OF W-SW  TO  TRUE
                   PERFORM XR200-SPLIT-SUBSIDY
               END-IF
           END-IF

           .
       GET-SUBSIDY-RULE-EXIT.


      /*****************************************************************
      *   DERIVE THE LAST DAY OF THE SUBSIDY PERIOD                    *
      ******************************************************************
       XR100-SET-SUBSIDY-PERIOD SECTION.
       XR100.
      * A rule carries either an explicit end date or a number of      *
      * months from its begin date; a rule with neither runs for the   *
      * rest of the COBRA period.                                      *
      ******************************************************************

           EVALUATE TRUE

           WHEN SUB-END-DT OF W-SUB  NOT =  SPACE

               MOVE SUB-END-DT OF W-SUB  TO  SUB-PERIOD-END-DT OF W-SUB

           WHEN SUB-MONTHS OF W-SUB  >  ZERO

               MOVE SUB-BEGIN-DT OF W-SUB  TO  BEGIN-DT OF DTWRK
               MOVE SUB-MONTHS OF W-SUB  TO  MONTHS OF DTWRK
               SET OPTION-ADD-MONTHS OF DTWRK  TO  TRUE

               CALL 'PTPDTWRK' USING   DTWRK

               MOVE END-DT OF DTWRK  TO  BEGIN-DT OF DTWRK
               MOVE -1  TO  DAYS OF DTWRK
               SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

               CALL 'PTPDTWRK' USING   DTWRK

               MOVE END-DT OF DTWRK  TO  SUB-PERIOD-END-DT OF W-SUB

           WHEN OTHER

               MOVE '9999-12-31'  TO  SUB-PERIOD-END-DT OF W-SUB

           END-EVALUATE

           .
       SET-SUBSIDY-PERIOD-EXIT.


      /*****************************************************************
      *   SPLIT SUB-FULL-AMT INTO THE EMPLOYER AND PARTICIPANT SHARES  *
      ******************************************************************
       XR200-SPLIT-SUBSIDY SECTION.
       XR200.
      * A percentage rule pays that percentage of the amount; a flat   *
      * rule pays a fixed amount, never more than the amount itself.   *
      ******************************************************************

           IF SUB-TYPE-PERCENT OF W-SUB

               COMPUTE SUB-EMPLR-AMT OF W-SUB ROUNDED
                       =  SUB-FULL-AMT OF W-SUB
                       *  SUB-PCT OF W-SUB
                       /  100
           ELSE
               MOVE SUB-AMT OF W-SUB  TO  SUB-EMPLR-AMT OF W-SUB
           END-IF

           IF SUB-EMPLR-AMT OF W-SUB  >  SUB-FULL-AMT OF W-SUB

               MOVE SUB-FULL-AMT OF W-SUB  TO  SUB-EMPLR-AMT OF W-SUB
           END-IF

           IF SUB-EMPLR-AMT OF W-SUB  <  ZERO

               MOVE ZERO  TO  SUB-EMPLR-AMT OF W-SUB
           END-IF

           COMPUTE SUB-PARTIC-AMT OF W-SUB
                   =  SUB-FULL-AMT OF W-SUB
                   -  SUB-EMPLR-AMT OF W-SUB

           .
       SPLIT-SUBSIDY-EXIT.


      /*****************************************************************
                           OF W-EVENT(WPARTIC-IDX)  TO  TRUE
               END-IF

               IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)

                   ADD  1  TO  INIT-PLAN-COUNT OF W-COUNT

                   IF COBRA-ERROR-YES OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)

                       ADD  1  TO  INIT-ERROR-COUNT OF W-COUNT
                   END-IF

                   IF CBR-ENROLLED OF W-EVENT(WPLAN-IDX)
                       OR COBRA-ELECT-WAIVE OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)

                       ADD  1  TO  INIT-ENROLL-COUNT OF W-COUNT
                   ELSE

                       IF COBRA-ELECT-NONE OF WPLAN-DATA
                               OF W-EVENT(WPLAN-IDX)

                           ADD  1  TO  INIT-NOT-ENROLL-COUNT OF W-COUNT
                       ELSE
                           ADD  1  TO  INIT-ENTERED-COUNT OF W-COUNT
                       END-IF
                   END-IF
               ELSE

                   IF COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)

                       ADD  1  TO  SCND-PLAN-COUNT OF W-COUNT
                   ELSE
                       ADD  1  TO  NOT-DETERM-PLAN-COUNT OF W-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF INIT-PLAN-COUNT OF W-COUNT  =  ZERO

               SET CBR-INIT-NOT-QUALIFIED OF W-EVENT(WPARTIC-IDX)
                       TO  TRUE
           ELSE

               IF INIT-ERROR-COUNT OF W-COUNT  >  ZERO

                   SET CBR-INIT-ELECT-ERROR OF W-EVENT(WPARTIC-IDX)
                           TO  TRUE
               ELSE

                   IF INIT-ENROLL-COUNT OF W-COUNT
                           =  INIT-PLAN-COUNT OF W-COUNT

                       SET CBR-INIT-ENROLL-COMPLETE
                               OF W-EVENT(WPARTIC-IDX)
                                       TO  TRUE
                   ELSE

                       IF INIT-ENROLL-COUNT OF W-COUNT  >  ZERO

                           IF INIT-ENTERED-COUNT OF W-COUNT  >  ZERO

                               SET CBR-INIT-ELECT-ENTERED
                                       OF W-EVENT(WPARTIC-IDX)  TO  TRUE
                           ELSE
                               SET CBR-INIT-ELECT-ENROLLED
                                       OF W-EVENT(WPARTIC-IDX)  TO  TRUE
                           END-IF
                       ELSE

                           IF CBR-INIT-QUALIFY-PENDING
                                   OF W-EVENT(WPARTIC-IDX)

                               IF NOT-DETERM-PLAN-COUNT OF W-COUNT
                                       =  ZERO

                                   SET CBR-INIT-QUALIFIED
                                           OF W-EVENT(WPARTIC-IDX)
                                                   TO  TRUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF SCND-PLAN-COUNT OF W-COUNT  =  ZERO

               SET CBR-SCND-NOT-QUALIFIED OF W-EVENT(WPARTIC-IDX)
                       TO  TRUE
           END-IF

           IF NOT-DETERM-PLAN-COUNT OF W-COUNT  =  ZERO

               IF CBR-INIT-NOT-QUALIFIED OF W-EVENT(WPARTIC-IDX)
                       AND CBR-SCND-NOT-QUALIFIED
                               OF W-EVENT(WPARTIC-IDX)

                   SET CBR-NOT-QUALIFIED OF WPARTIC-DATA
                           OF W-EVENT(WPARTIC-IDX)  TO  TRUE
               ELSE
                   SET CBR-QUALIFIED OF WPARTIC-DATA
                           OF W-EVENT(WPARTIC-IDX)  TO  TRUE
               END-IF
           END-IF

           SET UPDATE-YES OF WPARTIC-DATA OF W-EVENT(WPARTIC-IDX)
                   TO  TRUE
           PERFORM XW220-UPDATE-PARTIC

           .
       RESET-PARTIC-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       XW700-RESET-EVENT-STATUS SECTION.
       XW700.
      *                                                                *
      ******************************************************************


           MOVE EMPLID OF W-EVENT
                   TO  EMPLID OF BIND-DATA OF S-PAR1
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF BIND-DATA OF S-PAR1

           PERFORM XE000-OBTAIN-PARTIC1

           SET CBR-PROCESS-CLOSED OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET CBR-QUALIFIED OF WEVENT-DATA OF W-EVENT  TO  TRUE
           SET CBR-QUALIFY-ERROR-NO OF W-SW  TO  TRUE
           SET CBR-QUALIFY-PENDING-NO OF W-SW  TO  TRUE
           SET CBR-REPROCESS-NONE OF WEVENT-DATA OF W-EVENT  TO  TRUE

           PERFORM VARYING WPARTIC-IDX  FROM  1  BY  1
                   UNTIL WPARTIC-IDX  >  WPARTIC-COUNT OF W-EVENT

               IF CBR-PROCESS-OPEN OF WPARTIC-DATA
                       OF W-EVENT(WPARTIC-IDX)

                   SET CBR-PROCESS-OPEN OF WEVENT-DATA OF W-EVENT
                           TO  TRUE
               END-IF

               IF CBR-QUALIFY-ERROR OF WPARTIC-DATA
                       OF W-EVENT(WPARTIC-IDX)

                   SET CBR-QUALIFY-ERROR-YES OF W-SW  TO  TRUE
               END-IF

               IF CBR-QUALIFY-PENDING OF WPARTIC-DATA
                       OF W-EVENT(WPARTIC-IDX)

                   SET CBR-QUALIFY-PENDING-YES OF W-SW  TO  TRUE
               END-IF
           END-PERFORM

           IF CBR-QUALIFY-ERROR-YES OF W-SW

               SET CBR-QUALIFY-ERROR OF WEVENT-DATA OF W-EVENT  TO  TRUE
           ELSE

               IF CBR-QUALIFY-PENDING-YES OF W-SW

                   SET CBR-QUALIFY-PENDING OF WEVENT-DATA OF W-EVENT
                           TO  TRUE
               END-IF
           END-IF

           PERFORM XW710-UPDATE-RESET-EVENT

           .
       RESET-EVENT-STATUS-EXIT.


      /*****************************************************************
      *                                                                *
       XW710-UPDATE-RESET-EVENT SECTION.
       XW710.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT  TO  EMPLID OF U-RESEVT
           MOVE BENEFIT-RCD-NO OF W-EVENT
                   TO  BENEFIT-RCD-NO OF U-RESEVT
           MOVE COBRA-EVENT-ID OF W-EVENT
                   TO  COBRA-EVENT-ID OF U-RESEVT
           MOVE CBR-PROCESS-STATUS OF WEVENT-DATA OF W-EVENT
                   TO  CBR-PROCESS-STATUS OF U-RESEVT
           MOVE CBR-QUALIFY-STATUS OF WEVENT-DATA OF W-EVENT
                   TO  CBR-QUALIFY-STATUS OF U-RESEVT
           MOVE CBR-EVT-REPRCS-IND OF W-EVENT
                   TO  CBR-EVT-REPRCS-IND OF U-RESEVT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-RESEVT OF W-CNTL
                                   SQL-STMT OF U-RESEVT
                                   BIND-SETUP OF U-RESEVT
                                   BIND-DATA OF U-RESEVT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-RESET-EVENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-RESET-EVENT-EXIT.


      /*****************************************************************
      *                                                                *
       XX100-INSERT-BP-PLN SECTION.
       XX100.
      *                                                                *
      ******************************************************************

           INITIALIZE BIND-DATA OF I-BP-PLN
           MOVE COBRA-EMPLID OF W-EVENT(WPARTIC-IDX)
                   TO  EMPLID OF I-BP-PLN
           MOVE BENEFIT-RCD-NO OF W-EVENT  TO  EMPL-RCD-NO OF I-BP-PLN
           IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)

               MOVE COBRA-EVENT-ID OF W-EVENT
                       TO  COBRA-EVENT-ID OF I-BP-PLN
           ELSE
               MOVE CBR-INIT-EVENT-ID OF W-EVENT(WPLAN-IDX)
                       TO  COBRA-EVENT-ID OF I-BP-PLN
           END-IF
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                   TO  PLAN-TYPE OF I-BP-PLN

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-BP-PLN OF W-CNTL
                                   SQL-STMT OF I-BP-PLN
                                   BIND-SETUP OF I-BP-PLN
                                   BIND-DATA OF I-BP-PLN
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-DUPL OF SQLRT

               MOVE 'INSERT-BP-PLN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-BP-PLN-EXIT.


      /*****************************************************************
      *                                                                *
       XX200-INSERT-HEALTH-BENEFIT SECTION.
       XX200.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-HTH OF W-CNTL
                                   SQL-STMT OF I-HTH
                                   BIND-SETUP OF I-HTH
                                   BIND-DATA OF I-HTH
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-DUPL OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                  MOVE 'INSERT-HEALTH-BENEFIT'  TO  ERR-SECTION OF SQLRT
                  PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       INSERT-HEALTH-BENEFIT-EXIT.


      /*****************************************************************
      *                                                                *
       XX300-INSERT-HEALTH-DEPENDENT SECTION.
       XX300.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-HTH-DEP OF W-CNTL
                                   SQL-STMT OF I-HTH-DEP
                                   BIND-SETUP OF I-HTH-DEP
                                   BIND-DATA OF I-HTH-DEP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'INSERT-HEALTH-DEPENDENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       INSERT-HEALTH-DEPENDENT-EXIT.


      /*****************************************************************
      *                                                                *
       XX400-INSERT-FSA-BENEFIT SECTION.
       XX400.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-FSA OF W-CNTL
                                   SQL-STMT OF I-FSA
                                   BIND-SETUP OF I-FSA
                                   BIND-DATA OF I-FSA
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-DUPL OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                  MOVE 'INSERT-FSA-BENEFIT'  TO  ERR-SECTION OF SQLRT
                  PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       INSERT-FSA-BENEFIT-EXIT.


      /*****************************************************************
      *                                                                *
       XX500-NOTIFY-BILLING SECTION.
       XX500.
      *                                                                *
      ******************************************************************

           CALL 'PSPBIINT' USING   SQLRT
                                   ADMIN
                                   BIINT

           IF RTNCD-ERROR OF SQLRT

               MOVE 'NOTIFY-BILLING(PSPBIINT)'
                        TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       NOTIFY-BILLING-EXIT.

      /*****************************************************************
      *                                                                *
       XX600-UPDATE-HEALTH-BENEFIT SECTION.
       XX600.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-XHTH
                                   SQL-STMT OF U-XHTH
                                   BIND-SETUP OF U-XHTH
                                   BIND-DATA OF U-XHTH
           IF RTNCD-ERROR OF SQLRT
               MOVE 'UPDATE-HEALTH-BENEFIT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF
           .
       UPDATE-HEALTH-BENEFIT-EXIT.


      /*****************************************************************
      *                                                                *
       XX610-DELETE-HEALTH-DEPENDENT SECTION.
       XX610.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-XDEP
                                   SQL-STMT OF D-XDEP
                                   BIND-SETUP OF D-XDEP
                                   BIND-DATA OF D-XDEP
           IF RTNCD-ERROR OF SQLRT
               MOVE 'DELETE-HEALTH-DEPENDENT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF
           .
       DELETE-HEALTH-DEPENDENT-EXIT.


      /*****************************************************************
      *                                                                *
       XY000-DELETE-COBRA-BENEFIT SECTION.
       XY000.
      *                                                                *
      ******************************************************************

           IF REPROCESS-PLAN-YES OF W-SW

               PERFORM VARYING WPARTIC-IDX  FROM  1  BY  1
                       UNTIL WPARTIC-IDX  >  WPARTIC-COUNT OF W-EVENT

                   MOVE COBRA-EMPLID OF W-EVENT(WPARTIC-IDX)
                           TO  EMPLID OF D-BP-PGM
                   MOVE BENEFIT-RCD-NO OF W-EVENT
                           TO  EMPL-RCD-NO OF D-BP-PGM
                   MOVE COBRA-EVENT-ID OF W-EVENT
                           TO  COBRA-EVENT-ID OF D-BP-PGM
                   PERFORM XY100-DELETE-COBRA-BP-PGM
               END-PERFORM
           END-IF

           PERFORM VARYING WPLAN-IDX  FROM  1  BY  1
                   UNTIL WPLAN-IDX  >  WPLAN-COUNT OF W-EVENT

               SET WPARTIC-IDX  TO  1

               SEARCH WPARTIC-DATA

                   WHEN DEPENDENT-BENEF OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)
                           =  DEPENDENT-BENEF
                                   OF WPARTIC-DATA(WPARTIC-IDX)

                       CONTINUE
               END-SEARCH

               MOVE COBRA-EMPLID OF W-EVENT(WPARTIC-IDX)
                       TO  EMPLID OF D-BP-PLN
               MOVE BENEFIT-RCD-NO OF W-EVENT
                       TO  EMPL-RCD-NO OF D-BP-PLN

               IF COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)

                   MOVE COBRA-EVENT-ID OF W-EVENT
                           TO  COBRA-EVENT-ID OF D-BP-PLN
               ELSE
                   MOVE CBR-INIT-EVENT-ID OF W-EVENT(WPLAN-IDX)
                           TO  COBRA-EVENT-ID OF D-BP-PLN
               END-IF

               MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                       TO  PLAN-TYPE OF D-BP-PLN

               IF (COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                       AND CBR-ENROLLED OF W-EVENT(WPLAN-IDX))
                       OR (COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)
                               AND COBRA-COVERAGE-INSERTED
                                       OF W-EVENT(WPLAN-IDX))
                       OR ((COBRA-EVENT-INITIAL OF W-EVENT(WPLAN-IDX)
                             OR  COBRA-EVENT-SECONDARY
                                                 OF W-EVENT(WPLAN-IDX))
                            AND CBR-ENROLL-NO OF W-EVENT(WPLAN-IDX)
                            AND COBRA-ELECT-WAIVE OF WPLAN-DATA
                                    OF W-EVENT(WPLAN-IDX))

                   PERFORM XY200-DELETE-COBRA-BP-PLN

                   IF PLAN-TYPE-HEALTH OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)

                       PERFORM XY300-DELETE-COBRA-HTH
                       PERFORM XY400-DELETE-COBRA-HTH-DEP
                   END-IF

                   IF PLAN-TYPE-FSA OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                       PERFORM XY500-DELETE-COBRA-FSA
                   END-IF

                   IF BILLING-YES OF W-CNTL
                      AND COBRA-ELECT-ELECT
                          OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                       INITIALIZE BIINT

                       SET BILL-FUNCTION-DELETE OF BIINT  TO  TRUE
                       MOVE EMPLID OF D-BP-PLN  TO  EMPLID OF BIINT
                       MOVE EMPL-RCD-NO OF D-BP-PLN
                               TO  EMPL-RCD-NO OF BIINT
                       MOVE COBRA-EVENT-ID OF D-BP-PLN
                               TO  COBRA-EVENT-ID OF BIINT
                       MOVE PLAN-TYPE OF D-BP-PLN
                               TO  PLAN-TYPE OF BIINT
                       SET BILLING-STATUS-INACTIVE OF BIINT  TO  TRUE
                       SET RATE-QUALIFIER-TOTAL OF BIINT  TO  TRUE
                       MOVE ZERO  TO  RATE-PERCENT OF BIINT
                       MOVE ZERO  TO  RATE-AMOUNT OF BIINT
                       MOVE ZERO  TO  EVENT-ID OF BIINT
                       MOVE SPACE  TO  BILL-EFFDT OF BIINT
                       PERFORM XX500-NOTIFY-BILLING
                   END-IF
               END-IF

               IF COBRA-EVENT-SECONDARY OF W-EVENT(WPLAN-IDX)
                       AND COBRA-COVERAGE-EXTENDED OF W-EVENT(WPLAN-IDX)

                   PERFORM XY600-GET-INIT-COVRG-END-DT

                   IF COBRA-TERM-DT OF S-INITEND = SPACE

                       MOVE COVERAGE-END-DT OF S-INITEND
                               TO  BEGIN-DT OF DTWRK
                       MOVE 1  TO  DAYS OF DTWRK
                       SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE
                       CALL 'PTPDTWRK' USING   DTWRK
                       MOVE END-DT OF DTWRK  TO  EFFDT OF U-HTHTERM
                       MOVE END-DT OF DTWRK
                               TO  COVERAGE-BEGIN-DT OF U-HTHTERM
                   ELSE
                       MOVE COBRA-TERM-DT OF S-INITEND
                               TO  EFFDT OF U-HTHTERM
                   END-IF

                   MOVE COBRA-EMPLID OF W-EVENT(WPARTIC-IDX)
                           TO  EMPLID OF U-HTHTERM
                   MOVE BENEFIT-RCD-NO OF W-EVENT
                           TO  EMPL-RCD-NO OF U-HTHTERM
                   MOVE CBR-INIT-EVENT-ID OF W-EVENT(WPLAN-IDX)
                           TO  COBRA-EVENT-ID OF U-HTHTERM
                   MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
                           TO  PLAN-TYPE OF U-HTHTERM

                   IF COBRA-TERM-DT OF W-EVENT(WPLAN-IDX)  =  SPACE

                       MOVE COVERAGE-END-DT OF W-EVENT(WPLAN-IDX)
                               TO  BEGIN-DT OF DTWRK
                       MOVE 1  TO  DAYS OF DTWRK
                       SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE
                       CALL 'PTPDTWRK' USING   DTWRK
                       MOVE END-DT OF DTWRK  TO  EFFDT-2 OF U-HTHTERM
                   ELSE
                       MOVE COBRA-TERM-DT OF W-EVENT(WPLAN-IDX)
                               TO  EFFDT-2 OF U-HTHTERM
                   END-IF

                   IF PLAN-TYPE-HEALTH OF WPLAN-DATA
                           OF W-EVENT(WPLAN-IDX)

                       PERFORM XY700-UPDATE-COBRA-HTH-TERM
                   END-IF

                   IF PLAN-TYPE-FSA OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

                       PERFORM XY800-UPDATE-COBRA-FSA-TERM
                   END-IF
               END-IF
           END-PERFORM

           .
       DELETE-COBRA-BENEFIT-EXIT.


      /*****************************************************************
      *                                                                *
       XY100-DELETE-COBRA-BP-PGM SECTION.
       XY100.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-BP-PGM OF W-CNTL
                                   SQL-STMT OF D-BP-PGM
                                   BIND-SETUP OF D-BP-PGM
                                   BIND-DATA OF D-BP-PGM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRA-BP-PGM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRA-BP-PGM-EXIT.


      /*****************************************************************
      *                                                                *
       XY200-DELETE-COBRA-BP-PLN SECTION.
       XY200.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-BP-PLN OF W-CNTL
                                   SQL-STMT OF D-BP-PLN
                                   BIND-SETUP OF D-BP-PLN
                                   BIND-DATA OF D-BP-PLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRA-BP-PLN'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRA-BP-PLN-EXIT.


      /*****************************************************************
      *                                                                *
       XY300-DELETE-COBRA-HTH SECTION.
       XY300.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-HTH OF W-CNTL
                                   SQL-STMT OF D-HTH
                                   BIND-SETUP OF D-BP-PLN
                                   BIND-DATA OF D-BP-PLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRA-HTH'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRA-HTH-EXIT.


      /*****************************************************************
      *                                                                *
       XY400-DELETE-COBRA-HTH-DEP SECTION.
       XY400.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-HTH-DEP OF W-CNTL
                                   SQL-STMT OF D-HTH-DEP
                                   BIND-SETUP OF D-BP-PLN
                                   BIND-DATA OF D-BP-PLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRA-HTH-DEP'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRA-HTH-DEP-EXIT.


      /*****************************************************************
      *                                                                *
       XY500-DELETE-COBRA-FSA SECTION.
       XY500.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF D-FSA OF W-CNTL
                                   SQL-STMT OF D-FSA
                                   BIND-SETUP OF D-BP-PLN
                                   BIND-DATA OF D-BP-PLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRA-FSA'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRA-FSA-EXIT.


      /*****************************************************************
      *                                                                *
       XY600-GET-INIT-COVRG-END-DT SECTION.
       XY600.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF W-EVENT
               TO  EMPLID OF BIND-DATA OF S-INITEND
           MOVE BENEFIT-RCD-NO OF W-EVENT
               TO  BENEFIT-RCD-NO OF BIND-DATA OF S-INITEND
           MOVE CBR-INIT-EVENT-ID OF W-EVENT(WPLAN-IDX)
               TO  COBRA-EVENT-ID OF BIND-DATA OF S-INITEND
           MOVE DEPENDENT-BENEF OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
               TO  DEPENDENT-BENEF OF BIND-DATA OF S-INITEND
           MOVE PLAN-TYPE OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)
               TO  PLAN-TYPE OF S-INITEND

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-INITEND
                                   BIND-SETUP OF S-INITEND
                                   BIND-DATA OF S-INITEND
                                   SELECT-SETUP OF S-INITEND
                                   SELECT-DATA OF S-INITEND
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-INIT-COVRG-END-DT(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-INITEND

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Initial Event Not Found For '
                           'Emplid/Rcd#/CBREvtID/PlanType/INITENDID: '

                   DISPLAY EMPLID OF W-EVENT ' / '
                           BENEFIT-RCD-NO OF W-EVENT ' / '
                           COBRA-EVENT-ID OF W-EVENT ' / '
                           PLAN-TYPE OF WPLAN-DATA
                                   OF W-EVENT(WPLAN-IDX) ' / '
                           CBR-INIT-EVENT-ID
                                   OF W-EVENT(WPLAN-IDX) ' . '
                   MOVE 'GET-INIT-COVRG-END-DT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'GET-INIT-COVRG-END-DT(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       GET-INIT-COVRG-END-DT-EXIT.


      /*****************************************************************
      *                                                                *
       XY700-UPDATE-COBRA-HTH-TERM SECTION.
       XY700.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-HTHTERM OF W-CNTL
                                   SQL-STMT OF U-HTHTERM
                                   BIND-SETUP OF U-HTHTERM
                                   BIND-DATA OF U-HTHTERM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-COBRA-HTH-TERM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF BILLING-YES OF W-CNTL
              AND COBRA-ELECT-ELECT OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

               INITIALIZE BIINT

               SET BILL-FUNCTION-DELETE OF BIINT  TO  TRUE
               MOVE EMPLID OF U-HTHTERM  TO  EMPLID OF BIINT
               MOVE EMPL-RCD-NO OF U-HTHTERM  TO  EMPL-RCD-NO OF BIINT
               MOVE COBRA-EVENT-ID OF U-HTHTERM
                       TO  COBRA-EVENT-ID OF BIINT
               MOVE PLAN-TYPE OF U-HTHTERM  TO  PLAN-TYPE OF BIINT
               SET BILLING-STATUS-INACTIVE OF BIINT  TO  TRUE
               SET RATE-QUALIFIER-TOTAL OF BIINT  TO  TRUE
               MOVE ZERO  TO  RATE-PERCENT OF BIINT
               MOVE ZERO  TO  RATE-AMOUNT OF BIINT
               MOVE ZERO  TO  EVENT-ID OF BIINT
               MOVE EFFDT-2 OF U-HTHTERM  TO  BILL-EFFDT OF BIINT
               PERFORM XX500-NOTIFY-BILLING

               INITIALIZE BIINT

               SET BILL-FUNCTION-ADD OF BIINT  TO  TRUE
               MOVE EMPLID OF U-HTHTERM  TO  EMPLID OF BIINT
               MOVE EMPL-RCD-NO OF U-HTHTERM  TO  EMPL-RCD-NO OF BIINT
               MOVE COBRA-EVENT-ID OF U-HTHTERM
                       TO  COBRA-EVENT-ID OF BIINT
               MOVE PLAN-TYPE OF U-HTHTERM  TO  PLAN-TYPE OF BIINT
               SET BILLING-STATUS-INACTIVE OF BIINT  TO  TRUE
               SET RATE-QUALIFIER-TOTAL OF BIINT  TO  TRUE
               MOVE ZERO  TO  RATE-PERCENT OF BIINT
               MOVE ZERO  TO  RATE-AMOUNT OF BIINT
               MOVE ZERO  TO  EVENT-ID OF BIINT
               MOVE EFFDT OF U-HTHTERM  TO  BILL-EFFDT OF BIINT
               PERFORM XX500-NOTIFY-BILLING
           END-IF

           .
       UPDATE-COBRA-HTH-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       XY800-UPDATE-COBRA-FSA-TERM SECTION.
       XY800.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-FSATERM OF W-CNTL
                                   SQL-STMT OF U-FSATERM
                                   BIND-SETUP OF U-HTHTERM
                                   BIND-DATA OF U-HTHTERM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-COBRA-FSA-TERM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF BILLING-YES OF W-CNTL
              AND COBRA-ELECT-ELECT OF WPLAN-DATA OF W-EVENT(WPLAN-IDX)

               INITIALIZE BIINT

               SET BILL-FUNCTION-DELETE OF BIINT  TO  TRUE
               MOVE EMPLID OF U-HTHTERM  TO  EMPLID OF BIINT
               MOVE EMPL-RCD-NO OF U-HTHTERM  TO  EMPL-RCD-NO OF BIINT
               MOVE COBRA-EVENT-ID OF U-HTHTERM
                       TO  COBRA-EVENT-ID OF BIINT
               MOVE PLAN-TYPE OF U-HTHTERM  TO  PLAN-TYPE OF BIINT
               SET BILLING-STATUS-INACTIVE OF BIINT  TO  TRUE
               SET RATE-QUALIFIER-TOTAL OF BIINT  TO  TRUE
               MOVE ZERO  TO  RATE-PERCENT OF BIINT
               MOVE ZERO  TO  RATE-AMOUNT OF BIINT
               MOVE ZERO  TO  EVENT-ID OF BIINT
               MOVE EFFDT-2 OF U-HTHTERM  TO  BILL-EFFDT OF BIINT
               PERFORM XX500-NOTIFY-BILLING

               INITIALIZE BIINT

               SET BILL-FUNCTION-ADD OF BIINT  TO  TRUE
               MOVE EMPLID OF U-HTHTERM  TO  EMPLID OF BIINT
               MOVE EMPL-RCD-NO OF U-HTHTERM  TO  EMPL-RCD-NO OF BIINT
               MOVE COBRA-EVENT-ID OF U-HTHTERM
                       TO  COBRA-EVENT-ID OF BIINT
               MOVE PLAN-TYPE OF U-HTHTERM  TO  PLAN-TYPE OF BIINT
               SET BILLING-STATUS-INACTIVE OF BIINT  TO  TRUE
               SET RATE-QUALIFIER-TOTAL OF BIINT  TO  TRUE
               MOVE ZERO  TO  RATE-PERCENT OF BIINT
               MOVE ZERO  TO  RATE-AMOUNT OF BIINT
               MOVE ZERO  TO  EVENT-ID OF BIINT
               MOVE EFFDT OF U-HTHTERM  TO  BILL-EFFDT OF BIINT
               PERFORM XX500-NOTIFY-BILLING
           END-IF


           .
       UPDATE-COBRA-FSA-TERM-EXIT.


      /*****************************************************************
      *                                                                *
       XY910-DELETE-COBRAVD-HTH SECTION.
       XY910.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-VHTH
                                   BIND-SETUP OF D-VHTH
                                   BIND-DATA OF D-VHTH
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRAVD-HTH'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRAVD-HTH-EXIT.


      /*****************************************************************
      *                                                                *
       XY920-DELETE-COBRAVD-HTH-DEP SECTION.
       XY920.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-VHTH-DP
                                   BIND-SETUP OF D-VHTH
                                   BIND-DATA OF D-VHTH
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRAVD-HTH-DEP'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRAVD-HTH-DEP-EXIT.


      /*****************************************************************
      *                                                                *
       XY930-DELETE-COBRAVD-FSA SECTION.
       XY930.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-VFSA
                                   BIND-SETUP OF D-VHTH
                                   BIND-DATA OF D-VHTH
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DELETE-COBRAVD-FSA'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DELETE-COBRAVD-FSA-EXIT.


      /*****************************************************************
      *                                                                *
       XY940-UPDATE-VDEPEND-BENEF SECTION.
       XY940.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-VDPBEN OF W-CNTL
                                   SQL-STMT OF U-VDPBEN
                                   BIND-SETUP OF U-VDPBEN
                                   BIND-DATA OF U-VDPBEN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-VDEPEND-BENEF'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-VDEPEND-BENEF-EXIT.


      /*****************************************************************
      *                                                                *
       XZ000-GET-CLOCK-TIME SECTION.
       XZ000.
      *                                                                *
      ******************************************************************

           ACCEPT TIME-COLLECT OF W-WK  FROM  TIME
           COMPUTE TIME-CLOCK OF W-WK  ROUNDED
                   =  (((TIME-COLLECT-HR OF W-WK
                   *  60)
                   +  TIME-COLLECT-MM OF W-WK)
                   *  60)
                   +  TIME-COLLECT-SS OF W-WK
                   +  (TIME-COLLECT-HH OF W-WK
                   /  100.00)

           .
       GET-CLOCK-TIME-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: COORDINATE THE STREAMS                    *
      ******************************************************************
       YA000-COORDINATE-STREAMS SECTION.
       YA000.
      * Taken by the coordinator (stream zero) in place of the         *
      * activity, data edit, qualify and participant phases once the   *
      * ready and overage phases are done.  The coordinator runs as    *
      * two job steps on the same run control: the release step frees  *
      * the streams and ends; the job schedule starts the post-stream  *
      * step once every stream has ended, and it runs the work that    *
      * must see the whole population single-threaded.                 *
      ******************************************************************

           IF STRM-STEP-POST OF W-STRM

               PERFORM YA200-FINISH-STREAMS
           ELSE
               PERFORM YA100-RELEASE-STREAMS
           END-IF

           .
       COORDINATE-STREAMS-EXIT.


      /*****************************************************************
      *                                                                *
       YA100-RELEASE-STREAMS SECTION.
       YA100.
      * The restart point stays at the activity phase so that the      *
      * post-stream step starts there.  No later phase runs in this    *
      * step.                                                          *
      ******************************************************************

           SET STRM-STATUS-RELEASED OF W-STRM  TO  TRUE
           PERFORM WA000-CLEAR-RESTART-KEYS
           PERFORM WD000-SAVE-RESTART
           PERFORM YD000-SET-STREAM-STATUS
           PERFORM WZ000-COMMIT

           SET STRM-STEP-RELEASE OF W-STRM  TO  TRUE
           SET COBRA-PHASE-COMPLETE OF W-CNTL  TO  TRUE
           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Streams Released at '
                   TIME-OUT OF W-WK '.'
           DISPLAY ' Post-Stream Step to Run After All Streams End.'

           .
       RELEASE-STREAMS-EXIT.


      /*****************************************************************
      *                                                                *
       YA200-FINISH-STREAMS SECTION.
       YA200.
      * Every stream must be complete; a stream that failed is         *
      * restarted and finished first, then this step is run again.    *
      * The suspense aging report and, when the stream control asks    *
      * for it, the monthly invoice follow.  The run summary is rolled *
      * up from every stream at CA000-TERM.                            *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Stream Coordination Started at '
                   TIME-OUT OF W-WK '.'

           SET STRM-CHK-COMPLETE OF W-STRM  TO  TRUE
           MOVE 1  TO  STRM-CHK-FROM OF W-STRM
           MOVE STRM-CNT OF W-STRM  TO  STRM-CHK-THRU OF W-STRM
           PERFORM YK000-COUNT-STREAMS

           IF STREAM-CNT OF S-STRMCNT  <  STRM-CNT OF W-STRM

               MOVE STREAM-CNT OF S-STRMCNT  TO  DISPLAY-COUNT-1 OF W-WK
               MOVE STRM-CNT OF W-STRM  TO  DISPLAY-COUNT-2 OF W-WK
               DISPLAY 'COBRA Streams Not Complete.'
               DISPLAY ' for Stream Run ID '
                       STRM-RUN-ID OF W-STRM
               DISPLAY ' Streams Complete '
                       DISPLAY-COUNT-1 OF W-WK
                       ' of ' DISPLAY-COUNT-2 OF W-WK
               MOVE 'FINISH-STREAMS'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM GR900-WRITE-SUSPENSE-AGING

           IF STRM-INVOICE-YES OF W-STRM

               PERFORM IA000-INVOICE-GEN
           END-IF

           SET COBRA-PHASE-COMPLETE OF W-CNTL  TO  TRUE
           PERFORM WA000-CLEAR-RESTART-KEYS
           PERFORM WD000-SAVE-RESTART
           PERFORM WZ000-COMMIT
           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Stream Coordination Ended at '
                   TIME-OUT OF W-WK '.'

           .
       FINISH-STREAMS-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: START A STREAM                            *
      ******************************************************************
       YB000-START-STREAM SECTION.
       YB000.
      * A stream is started by the job schedule after the              *
      * coordinator's release step, so that reprocess reset and        *
      * overage processing are complete for the whole population       *
      * first; a stream started before the release stops.  Those       *
      * phases belong to the coordinator; a stream starts at the       *
      * activity phase unless its run control holds a saved stream     *
      * checkpoint.                                                    *
      ******************************************************************

           SET STRM-CHK-RELEASED OF W-STRM  TO  TRUE
           MOVE ZERO  TO  STRM-CHK-FROM OF W-STRM
           MOVE ZERO  TO  STRM-CHK-THRU OF W-STRM
           PERFORM YK000-COUNT-STREAMS

           IF STREAM-CNT OF S-STRMCNT  =  ZERO

               DISPLAY 'COBRA Streams Not Released.'
               DISPLAY ' for Stream Run ID '
                       STRM-RUN-ID OF W-STRM
               MOVE 'START-STREAM'  TO  ERR-SECTION OF SQLRT
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF NOT (COBRA-PHASE-ACTIVITY OF W-CNTL
                   OR COBRA-PHASE-DATA-EDIT OF W-CNTL
                   OR COBRA-PHASE-QUALIFY OF W-CNTL
                   OR COBRA-PHASE-PARTIC OF W-CNTL)

               SET COBRA-PHASE-ACTIVITY OF W-CNTL  TO  TRUE
               PERFORM WA000-CLEAR-RESTART-KEYS
           END-IF

           SET STRM-STATUS-RUNNING OF W-STRM  TO  TRUE
           PERFORM YD000-SET-STREAM-STATUS
           PERFORM WZ000-COMMIT

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Stream Started at '
                   TIME-OUT OF W-WK '.'

           .
       START-STREAM-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: START THE COORDINATOR                     *
      ******************************************************************
       YC000-START-COORDINATOR SECTION.
       YC000.
      * A fresh run (ready phase) clears the stream status and stream  *
      * message summary rows left by the last run under this stream    *
      * run ID; a restarted coordinator keeps them.  A coordinator     *
      * whose own row shows the streams released is the post-stream    *
      * step, started by the job schedule once every stream has        *
      * ended; its row stays at released until the step completes.     *
      ******************************************************************

           IF COBRA-PHASE-READY OF W-CNTL

               MOVE OPRID OF SQLRT  TO  OPRID OF D-STRMSTAT
               MOVE STRM-RUN-ID OF W-STRM
                       TO  CBR-STREAM-RUN-ID OF D-STRMSTAT
               MOVE 1  TO  STREAM-NO-FROM OF D-STRMSTAT
               MOVE 999  TO  STREAM-NO-THRU OF D-STRMSTAT

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF D-STRMSTAT
                                       BIND-SETUP OF D-STRMSTAT
                                       BIND-DATA OF D-STRMSTAT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'START-COORDINATOR(STRMSTAT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               MOVE OPRID OF SQLRT  TO  OPRID OF D-STRMSUM
               MOVE STRM-RUN-ID OF W-STRM
                       TO  CBR-STREAM-RUN-ID OF D-STRMSUM
               MOVE ZERO  TO  STREAM-NO-FROM OF D-STRMSUM
               MOVE 999  TO  STREAM-NO-THRU OF D-STRMSUM

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF D-STRMSUM
                                       BIND-SETUP OF D-STRMSUM
                                       BIND-DATA OF D-STRMSUM
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'START-COORDINATOR(STRMSUM)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           ELSE
               SET STRM-CHK-RELEASED OF W-STRM  TO  TRUE
               MOVE ZERO  TO  STRM-CHK-FROM OF W-STRM
               MOVE ZERO  TO  STRM-CHK-THRU OF W-STRM
               PERFORM YK000-COUNT-STREAMS

               IF STREAM-CNT OF S-STRMCNT  >  ZERO
                       AND COBRA-PHASE-ACTIVITY OF W-CNTL

                   SET STRM-STEP-POST OF W-STRM  TO  TRUE
               END-IF
           END-IF

           IF NOT STRM-STEP-POST OF W-STRM

               SET STRM-STATUS-RUNNING OF W-STRM  TO  TRUE
               PERFORM YD000-SET-STREAM-STATUS
               PERFORM WZ000-COMMIT
           END-IF

           .
       START-COORDINATOR-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: RECORD THIS STREAM'S STATUS               *
      ******************************************************************
       YD000-SET-STREAM-STATUS SECTION.
       YD000.
      * The row is replaced rather than updated so that a stream       *
      * whose row the coordinator cleared on a fresh start registers   *
      * again.  Phase and employee ID are the stream's restart point.  *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF D-STRMSTAT
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF D-STRMSTAT
           MOVE STRM-NO OF W-STRM  TO  STREAM-NO-FROM OF D-STRMSTAT
           MOVE STRM-NO OF W-STRM  TO  STREAM-NO-THRU OF D-STRMSTAT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-STRMSTAT
                                   BIND-SETUP OF D-STRMSTAT
                                   BIND-DATA OF D-STRMSTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-STREAM-STATUS(DELETE)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE OPRID OF SQLRT  TO  OPRID OF I-STRMSTAT
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF I-STRMSTAT
           MOVE STRM-NO OF W-STRM  TO  CBR-STREAM-NO OF I-STRMSTAT
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-STRMSTAT
           MOVE STRM-STATUS OF W-STRM
                   TO  CBR-STREAM-STATUS OF I-STRMSTAT
           MOVE COBRA-PHASE OF W-CNTL  TO  COBRA-PHASE OF I-STRMSTAT
           MOVE EMPLID OF W-CNTL  TO  EMPLID OF I-STRMSTAT
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF I-STRMSTAT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-STRMSTAT
                                   BIND-SETUP OF I-STRMSTAT
                                   BIND-DATA OF I-STRMSTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-STREAM-STATUS(INSERT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-STREAM-STATUS-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: STREAMS IN A RANGE AT A STATUS            *
      ******************************************************************
       YK000-COUNT-STREAMS SECTION.
       YK000.
      * One count of the stream status rows for this process date; no  *
      * stream step waits on another, the job schedule orders them.    *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-STRMCNT
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF S-STRMCNT
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF S-STRMCNT
           MOVE STRM-CHK-STATUS OF W-STRM
                   TO  CBR-STREAM-STATUS OF S-STRMCNT
           MOVE STRM-CHK-FROM OF W-STRM
                   TO  STREAM-NO-FROM OF S-STRMCNT
           MOVE STRM-CHK-THRU OF W-STRM
                   TO  STREAM-NO-THRU OF S-STRMCNT

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-STRMCNT
                                   BIND-SETUP OF S-STRMCNT
                                   BIND-DATA OF S-STRMCNT
                                   SELECT-SETUP OF S-STRMCNT
                                   SELECT-DATA OF S-STRMCNT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'COUNT-STREAMS(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-STRMCNT

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   MOVE 'COUNT-STREAMS(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       COUNT-STREAMS-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: DOES THIS EMPLOYEE BELONG TO THIS STREAM  *
      ******************************************************************
       YM000-CHECK-STREAM-EMPLID SECTION.
       YM000.
      * Outside a stream, and at end of fetch, every row belongs.      *
      * A blank range end runs to the last employee ID.                *
      ******************************************************************

           SET STRM-IN-STREAM-YES OF W-STRM  TO  TRUE

           IF STRM-ROLE-WORKER OF W-STRM
                   AND NOT RTNCD-END OF SQLRT

               IF STRM-PARTITION-RANGE OF W-STRM

                   IF STRM-TEST-EMPLID OF W-STRM
                           <  STRM-EMPLID-FROM OF W-STRM
                           OR (STRM-EMPLID-THRU OF W-STRM  NOT =  SPACE
                               AND STRM-TEST-EMPLID OF W-STRM
                                   >  STRM-EMPLID-THRU OF W-STRM)

                       SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE
                   END-IF
               ELSE
                   PERFORM YM100-HASH-EMPLID

                   IF STRM-HASH-REM OF W-STRM  NOT =  STRM-NO OF W-STRM

                       SET STRM-IN-STREAM-NO OF W-STRM  TO  TRUE
                   END-IF
               END-IF
           END-IF

           .
       CHECK-STREAM-EMPLID-EXIT.


      /*****************************************************************
      *                                                                *
       YM100-HASH-EMPLID SECTION.
       YM100.
      * Each character's place in the character set, weighted by its  *
      * position in the employee ID, summed and taken modulo the       *
      * stream count; gives a stream number 1 through the count.       *
      ******************************************************************

           MOVE ZERO  TO  STRM-HASH-SUM OF W-STRM

           PERFORM VARYING STRM-HASH-IDX OF W-STRM  FROM  1  BY  1
                   UNTIL STRM-HASH-IDX OF W-STRM  >  20

               MOVE ZERO  TO  STRM-HASH-POS OF W-STRM
               INSPECT STRM-HASH-CHARSET OF W-STRM
                       TALLYING STRM-HASH-POS OF W-STRM
                       FOR CHARACTERS BEFORE INITIAL
                       STRM-TEST-CHAR OF W-STRM(STRM-HASH-IDX OF W-STRM)
               COMPUTE STRM-HASH-SUM OF W-STRM
                       =  STRM-HASH-SUM OF W-STRM
                       +  ((STRM-HASH-POS OF W-STRM  +  1)
                       *  STRM-HASH-IDX OF W-STRM)
           END-PERFORM

           DIVIDE STRM-HASH-SUM OF W-STRM  BY  STRM-CNT OF W-STRM
                   GIVING STRM-HASH-QUOT OF W-STRM
                   REMAINDER STRM-HASH-REM OF W-STRM
           ADD 1  TO  STRM-HASH-REM OF W-STRM

           .
       HASH-EMPLID-EXIT.


      /*****************************************************************
      *     PARTITIONED RUN: ONE RUN SUMMARY FROM EVERY STREAM         *
      ******************************************************************
       YS000-ROLL-STREAM-SUMMARY SECTION.
       YS000.
      * Every stream, the coordinator included, has written its        *
      * message summary counts under the stream run ID; their totals   *
      * by category and key become the run summary for the process     *
      * date, the same rows a single-stream run writes.                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-STRMSUM
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF S-STRMSUM
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF S-STRMSUM

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STRMSUM OF W-CNTL
                                   SQL-STMT OF S-STRMSUM
                                   BIND-SETUP OF S-STRMSUM
                                   BIND-DATA OF S-STRMSUM
                                   SELECT-SETUP OF S-STRMSUM
                                   SELECT-DATA OF S-STRMSUM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'ROLL-STREAM-SUMMARY(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM YS010-FETCH-STREAM-SUMMARY

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM YS020-WRITE-RUNSUMM-TOTAL
               PERFORM YS010-FETCH-STREAM-SUMMARY
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       ROLL-STREAM-SUMMARY-EXIT.


      /*****************************************************************
      *                                                                *
       YS010-FETCH-STREAM-SUMMARY SECTION.
       YS010.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-STRMSUM

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-STRMSUM OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-STREAM-SUMMARY'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-STREAM-SUMMARY-EXIT.


      /*****************************************************************
      *                                                                *
       YS020-WRITE-RUNSUMM-TOTAL SECTION.
       YS020.
      *                                                                *
      ******************************************************************

           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-RUNSUMM
           MOVE SUMM-CATEGORY OF S-STRMSUM
                   TO  SUMM-CATEGORY OF I-RUNSUMM
           MOVE SUMM-KEY OF S-STRMSUM  TO  SUMM-KEY OF I-RUNSUMM
           MOVE SUMM-COUNT OF S-STRMSUM  TO  SUMM-COUNT OF I-RUNSUMM

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-RUNSUMM OF W-CNTL
                                   SQL-STMT OF I-RUNSUMM
                                   BIND-SETUP OF I-RUNSUMM
                                   BIND-DATA OF I-RUNSUMM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-RUNSUMM-TOTAL'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-RUNSUMM-TOTAL-EXIT.


      /*****************************************************************
      *                                                                *
       YS100-CLEAR-STREAM-SUMMARY SECTION.
       YS100.
      * A stream's summary rows are written at the end of its run;     *
      * any left by an earlier attempt are cleared first.              *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF D-STRMSUM
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF D-STRMSUM
           MOVE STRM-NO OF W-STRM  TO  STREAM-NO-FROM OF D-STRMSUM
           MOVE STRM-NO OF W-STRM  TO  STREAM-NO-THRU OF D-STRMSUM

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-STRMSUM
                                   BIND-SETUP OF D-STRMSUM
                                   BIND-DATA OF D-STRMSUM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-STREAM-SUMMARY'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-STREAM-SUMMARY-EXIT.


      /*****************************************************************
      *                                                                *
       YS200-WRITE-STREAM-SUMM-ROW SECTION.
       YS200.
      * The stored statement adds to the stream's row, so the          *
      * coordinator's release and post-stream steps total into one.    *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF U-STRMSUM
           MOVE STRM-RUN-ID OF W-STRM
                   TO  CBR-STREAM-RUN-ID OF U-STRMSUM
           MOVE STRM-NO OF W-STRM  TO  CBR-STREAM-NO OF U-STRMSUM
           MOVE PROCESS-DT OF I-RUNSUMM  TO  PROCESS-DT OF U-STRMSUM
           MOVE SUMM-CATEGORY OF I-RUNSUMM
                   TO  SUMM-CATEGORY OF U-STRMSUM
           MOVE SUMM-KEY OF I-RUNSUMM  TO  SUMM-KEY OF U-STRMSUM
           MOVE SUMM-COUNT OF I-RUNSUMM  TO  SUMM-COUNT OF U-STRMSUM

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF U-STRMSUM OF W-CNTL
                                   SQL-STMT OF U-STRMSUM
                                   BIND-SETUP OF U-STRMSUM
                                   BIND-DATA OF U-STRMSUM
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-STREAM-SUMM-ROW'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-STREAM-SUMM-ROW-EXIT.


      /*****************************************************************
           IF COBRA-PHASE-INVOICE OF W-CNTL
               ADD 1  TO  SUMM-PHASE-INVOICE-CNT OF W-MSGSUMM
           END-IF
           IF COBRA-PHASE-DATA-EDIT OF W-CNTL
               ADD 1  TO  SUMM-PHASE-DATA-EDIT-CNT OF W-MSGSUMM
           END-IF
           IF COBRA-PHASE-RATE-CHANGE OF W-CNTL
               ADD 1  TO  SUMM-PHASE-RATE-CHG-CNT OF W-MSGSUMM
           END-IF
           IF COBRA-PHASE-SUBSIDY OF W-CNTL
               ADD 1  TO  SUMM-PHASE-SUBSIDY-CNT OF W-MSGSUMM
           END-IF

           IF MSGID-ADDRESS-NOT-FOUND OF PYMSG
               ADD 1  TO  SUMM-ADDRESS-NOT-FOUND-CNT OF W-MSGSUMM
                       TO  SUMM-COUNT OF I-RUNSUMM
               PERFORM ZM910-WRITE-RUNSUMM-ROW
           END-IF
           IF SUMM-PHASE-DATA-EDIT-CNT OF W-MSGSUMM  >  ZERO
               MOVE 'DATA EDIT'  TO  SUMM-KEY OF I-RUNSUMM
               MOVE SUMM-PHASE-DATA-EDIT-CNT OF W-MSGSUMM
                       TO  SUMM-COUNT OF I-RUNSUMM
               PERFORM ZM910-WRITE-RUNSUMM-ROW
           END-IF
           IF SUMM-PHASE-RATE-CHG-CNT OF W-MSGSUMM  >  ZERO
               MOVE 'RATE CHANGE'  TO  SUMM-KEY OF I-RUNSUMM
               MOVE SUMM-PHASE-RATE-CHG-CNT OF W-MSGSUMM
                       TO  SUMM-COUNT OF I-RUNSUMM
               PERFORM ZM910-WRITE-RUNSUMM-ROW
           END-IF
           IF SUMM-PHASE-SUBSIDY-CNT OF W-MSGSUMM  >  ZERO
               MOVE 'SUBSIDY'  TO  SUMM-KEY OF I-RUNSUMM
               MOVE SUMM-PHASE-SUBSIDY-CNT OF W-MSGSUMM
                       TO  SUMM-COUNT OF I-RUNSUMM
               PERFORM ZM910-WRITE-RUNSUMM-ROW
           END-IF

           SET SUMM-CATEGORY-MSGID OF I-RUNSUMM  TO  TRUE


           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-RUNSUMM

           IF NOT STRM-ROLE-SINGLE OF W-STRM

               PERFORM YS200-WRITE-STREAM-SUMM-ROW
           ELSE
               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-RUNSUMM OF W-CNTL
                                       SQL-STMT OF I-RUNSUMM
                                       BIND-SETUP OF I-RUNSUMM
                                       BIND-DATA OF I-RUNSUMM
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'WRITE-RUNSUMM-ROW'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
