      *        Tax Update 15b correction                               *
      *  X001. 04/28/2016   Sierra-Cedar                               *
      *        Tax Update 16b correction                               *      
      *  X002. 10/15/2026   PA Payroll Systems                         *
      *        Register of MA000/MA100 negative and floor tax changes  *
      *  X003. 10/15/2026   PA Payroll Systems                         *
      *        $1M supplemental wage limit register and watchlist      *
      *  X004. 10/15/2026   PA Payroll Systems                         *
      *        Tax setup validation-only run and exception table       *
      *  X005. 10/15/2026   PA Payroll Systems                         *
      *        Validation-only check returned in error, not calculated *
      *  X006. 10/15/2026   PA Payroll Systems                         *
      *        $1M register carries the check's federal withholding    *
      *                                                                *
      ******************************************************************      

               03  FILLER              PIC X(4).


      /*****************************************************************
      *          W-TAXADJ FOR THE NEGATIVE/FLOOR TAX CHANGE REGISTER   *
      ******************************************************************
       01  W-TAXADJ.
           02  TAXADJ-BEFORE           PIC S9(9)V99            COMP-3.
           02  TAXADJ-ROW              PIC 99                  COMP.
           02  TAXADJ-REASON           PIC XXX.
               88  TAXADJ-RSN-RES-EARNS            VALUE 'RES'.
               88  TAXADJ-RSN-MANUAL-REDRES        VALUE 'RMN'.
               88  TAXADJ-RSN-ADDL-AMT             VALUE 'ADL'.
               88  TAXADJ-RSN-CT-ADDL-AMT          VALUE 'ADC'.
               88  TAXADJ-RSN-OASD-REFUND          VALUE 'REF'.
               88  TAXADJ-RSN-NEG-ONE-TIME         VALUE 'OTN'.
               88  TAXADJ-RSN-NEG-YTD              VALUE 'NYT'.
               88  TAXADJ-RSN-NEG-LWT              VALUE 'LWZ'.
               88  TAXADJ-RSN-PA-NEG-ZERO          VALUE 'PAZ'.
               88  TAXADJ-RSN-PA-RES-CREDIT        VALUE 'PAR'.
           02  TAXADJ-CNT-DELTA        PIC S9(4)               COMP.
           02  TAXADJ-AMT-DELTA        PIC S9(11)V99           COMP-3.

           02  TAXADJ-IDX              PIC 99                  COMP.
           02  TAXADJ-COUNT            PIC 99      VALUE ZERO  COMP.
               88  TAXADJ-COUNT-MAX                VALUE 60.

           02  TAXADJ-TBL.
               03  TAXADJ-DATA         OCCURS 60.
                   04  TAXADJ-STATE    PIC X(6).
                   04  TAXADJ-LOCALITY PIC X(10).
                   04  TAXADJ-TAX-CLASS PIC X.
                   04  TAXADJ-RSN-CD   PIC XXX.
                   04  TAXADJ-AMT-BEFORE PIC S9(9)V99          COMP-3.
                   04  TAXADJ-AMT-AFTER PIC S9(9)V99           COMP-3.

           02  TAXADJ-FOUND-SW         PIC X.
               88  TAXADJ-FOUND-NO                 VALUE 'N'.
               88  TAXADJ-FOUND-YES                VALUE 'Y'.

           02  TAXADJ-SUM-IDX          PIC 99                  COMP.
           02  TAXADJ-SUM-COUNT        PIC 99      VALUE ZERO  COMP.
               88  TAXADJ-SUM-COUNT-MAX            VALUE 20.

           02  TAXADJ-SUM-TBL.
               03  TAXADJ-SUM-DATA     OCCURS 20.
                   04  TAXADJ-SUM-RSN-CD PIC XXX.
                   04  TAXADJ-SUM-CNT  PIC S9(4)               COMP.
                   04  TAXADJ-SUM-AMT  PIC S9(11)V99           COMP-3.


      /*****************************************************************
      *          W-SUPLM FOR THE $1M SUPPLEMENTAL WAGE LIMIT REGISTER  *
      ******************************************************************
       01  W-SUPLM.
           02  SUPLM-YTD-BEFORE        PIC S9(11)V99           COMP-3.
           02  SUPLM-CHECK-SUPPL       PIC S9(11)V99           COMP-3.
           02  SUPLM-OTHER-PEND        PIC S9(11)V99           COMP-3.
           02  SUPLM-EXCESS            PIC S9(11)V99           COMP-3.
           02  SUPLM-PROJ-YTD          PIC S9(11)V99           COMP-3.
           02  SUPLM-EVENT             PIC X       VALUE SPACE.
               88  SUPLM-EVENT-NONE                VALUE SPACE.
               88  SUPLM-EVENT-CROSSED             VALUE 'X'.
               88  SUPLM-EVENT-MANDATORY           VALUE 'M'.
               88  SUPLM-EVENT-WATCH               VALUE 'W'.

      /*****************************************************************
      *          W-VAL - TAX SETUP VALIDATION-ONLY RUN                 *
      ******************************************************************
       01  W-VAL.
           02  VAL-LOADED-SW           PIC X       VALUE 'N'.
               88  VAL-LOADED-NO                   VALUE 'N'.
               88  VAL-LOADED-YES                  VALUE 'Y'.

           02  VAL-MODE-SW             PIC X       VALUE 'N'.
               88  VAL-MODE-NO                     VALUE 'N'.
               88  VAL-MODE-YES                    VALUE 'Y'.

           02  VAL-FOUND-SW            PIC X       VALUE 'N'.
               88  VAL-FOUND-NO                    VALUE 'N'.
               88  VAL-FOUND-YES                   VALUE 'Y'.

           02  VAL-SEVERITY            PIC X       VALUE SPACE.
               88  VAL-SEV-ERROR                   VALUE 'E'.
               88  VAL-SEV-WARNING                 VALUE 'W'.

           02  VAL-REASON              PIC X(4)    VALUE SPACE.
               88  VAL-RSN-NO-STATE-TAX            VALUE 'WSTD'.
               88  VAL-RSN-IN-NO-COUNTY            VALUE 'INNC'.
               88  VAL-RSN-IN-NO-BEGYR-RES         VALUE 'INBY'.
               88  VAL-RSN-PA-NO-WORK-PSD          VALUE 'PPSD'.
               88  VAL-RSN-PA-WORK-PSD-880000      VALUE 'P880'.
               88  VAL-RSN-WKWK-LCL-NOT-FOUND      VALUE 'WWLC'.
               88  VAL-RSN-NO-RECIP-RULE           VALUE 'RCPG'.

           02  VAL-STATE               PIC X(6)    VALUE SPACE.
           02  VAL-LOCALITY            PIC X(10)   VALUE SPACE.

           02  VAL-COUNT               PIC 99      VALUE ZERO  COMP.
               88  VAL-COUNT-MAX                   VALUE 50.

           02  VAL-IDX                 PIC 99      VALUE ZERO  COMP.
           02  VAL-EARRY-IDX           PIC 9999    VALUE ZERO  COMP.

           02  VAL-EXCPT-TBL           OCCURS 50.
               03  VAL-EXCPT-STATE     PIC X(6).
               03  VAL-EXCPT-LOCALITY  PIC X(10).
               03  VAL-EXCPT-SEVERITY  PIC X.
               03  VAL-EXCPT-REASON    PIC X(4).


       01  W-TTL.
           02  TXBL-TTL                PIC S9(11)V99           COMP-3.
           02  HOLD-TXBL-TTL           PIC S9(11)V99           COMP-3.
               03  CASH-WAGES-AMT      PIC S9(11)V99          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        I_TAXADJ    BUFFER AND STMT                             *
      *        NEGATIVE/FLOOR TAX CHANGE REGISTER ROW, ONE PER TAX     *
      *        ROW CHANGED BY EACH MA000/MA100 RULE ON A CHECK         *
      ******************************************************************
       01  I-TAXADJ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_I_TAXADJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                 COMP.
               03  STATE               PIC X(6).
               03  LOCALITY            PIC X(10).
               03  TAX-CLASS           PIC X.
               03  TAXADJ-REASON       PIC XXX.
               03  TAX-CUR-BEFORE      PIC S9(11)V99          COMP-3.
               03  TAX-CUR-AFTER       PIC S9(11)V99          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        I_SUPLMT    BUFFER AND STMT                             *
      *        $1M SUPPLEMENTAL WAGE LIMIT ROW, ONE PER CHECK THAT     *
      *        CROSSES THE LIMIT (X), IS TAXED AT THE MANDATORY RATE   *
      *        ONCE OVER IT (M), OR WHOSE PENDING SUPPLEMENTALS FOR    *
      *        THE CYCLE WILL PUSH THE EMPLOYEE OVER IT (W)            *
      ******************************************************************
       01  I-SUPLMT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_I_SUPLMT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                 COMP.
               03  SUPPL-LIMIT-EVENT   PIC X.
               03  SUPPL-YTD-BEFORE    PIC S9(11)V99          COMP-3.
               03  SUPPL-CHECK-AMT     PIC S9(11)V99          COMP-3.
               03  SUPPL-YTD-AFTER     PIC S9(11)V99          COMP-3.
               03  SUPPL-OTHER-PEND    PIC S9(11)V99          COMP-3.
               03  SUPPL-PROJ-YTD      PIC S9(11)V99          COMP-3.
               03  SUPPL-EXCESS-AMT    PIC S9(11)V99          COMP-3.
               03  FWT-CUR-AMT         PIC S9(11)V99          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        D_SUPLMT STMT                                           *
      *        CLEAR A CHECK'S PRIOR SUPPLEMENTAL LIMIT ROW BEFORE     *
      *        REWRITING IT ON A RECALC OF THE SAME CHECK              *
      ******************************************************************
       01  D-SUPLMT.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_D_SUPLMT'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        S_TAXADJ    BUFFER AND STMT                             *
      *        A CHECK'S REGISTER ROWS FROM A PRIOR CALC, BACKED OUT   *
      *        OF THE PAYGROUP SUMMARY BEFORE THEY ARE CLEARED         *
      ******************************************************************
       01  PSPPYNET-S-TAXADJ.
           02  SQL-CURSOR              PIC 9999    VALUE ZERO  COMP.
       01  S-TAXADJ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_S_TAXADJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  TAXADJ-REASON       PIC XXX.
               03  TAX-CUR-BEFORE      PIC S9(11)V99          COMP-3.
               03  TAX-CUR-AFTER       PIC S9(11)V99          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        D_TAXADJ STMT                                           *
      *        CLEAR A CHECK'S PRIOR REGISTER ROWS BEFORE REWRITING    *
      *        THEM ON A RECALC OF THE SAME CHECK                      *
      ******************************************************************
       01  D-TAXADJ.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_D_TAXADJ'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        U_TAXADS    BUFFER AND STMT                             *
      *        PAYGROUP SUMMARY OF THE REGISTER BY REASON: ADDS THE    *
      *        CHECK'S NET COUNT AND AMOUNT CHANGE TO THE PAYGROUP/    *
      *        CHECK DATE ROW, INSERTING THE ROW ON FIRST USE          *
      ******************************************************************
       01  U-TAXADS.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_U_TAXADS'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(7)    VALUE '2PPPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  TAXADJ-REASON       PIC XXX.
               03  ADJ-COUNT           PIC S9(4)              COMP.
               03  ADJ-AMT             PIC S9(11)V99          COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        S_VALRQS    BUFFER AND STMT                             *
      *        VALIDATION-ONLY REQUEST ON THE RUN CONTROL              *
      ******************************************************************
       01  S-VALRQST.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_S_VALRQS'.

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
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  VALIDATE-ONLY       PIC X.
                   88  VALIDATE-ONLY-YES           VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        S_VALSTD    BUFFER AND STMT                             *
      *        EMPLOYEE STATE TAX DATA IN EFFECT ON THE CHECK DATE     *
      ******************************************************************
       01  S-VALSTD.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_S_VALSTD'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  STATE               PIC X(6).
               03  CHECK-DT            PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(6)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  STATE               PIC X(6).
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        I_VALEXC    BUFFER AND STMT                             *
      *        TAX SETUP VALIDATION EXCEPTION PER EMPLOYEE CHECK       *
      ******************************************************************
       01  I-VALEXC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_I_VALEXC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(6)    VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(4)    VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                 COMP.
               03  STATE               PIC X(6).
               03  LOCALITY            PIC X(10).
               03  VAL-SEVERITY        PIC X.
               03  VAL-REASON          PIC X(4).
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *        D_VALEXC STMT                                           *
      *        CLEAR A CHECK'S PRIOR VALIDATION EXCEPTIONS             *
      ******************************************************************
       01  D-VALEXC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPPYNET_D_VALEXC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  COMPANY             PIC X(10).
               03  CHECK-DT            PIC X(10).
               03  SEPCHK              PIC 99                  COMP.
               03  FILLER              PIC X       VALUE 'Z'.

      /*****************************************************************
      *            PAY MESSAGE INTERFACE                               *
      ******************************************************************

           PERFORM AB100-CHECK-TRACE-EMPLID

           IF VAL-LOADED-NO OF W-VAL

               PERFORM VA000-LOAD-VALID-RQST
           END-IF

           MOVE ZERO  TO  VAL-COUNT OF W-VAL

           SET PREPAY-NO OF W-SW  TO  TRUE                              HP00010
           SET HIGH-SUPPL-AMT-NO TO TRUE
           MOVE ZERO TO SUPPL-BAL-TOTAL OF W-WK

               IF GROSSUP-WORK-NO OF GRSWK
                       AND NOT PAY-LINE-STATUS-ERROR OF CHECK
                       AND VAL-MODE-NO OF W-VAL

                   PERFORM TC000-WRITE-TIP-CREDIT
               END-IF
           IF GARN-FOUND-YES OF W-SW
                   AND GROSSUP-WORK-NO OF GRSWK
                   AND NOT PAY-LINE-STATUS-ERROR OF CHECK
                   AND VAL-MODE-NO OF W-VAL

               PERFORM SC000-WRITE-GARN-REMIT
           END-IF

           IF GROSSUP-WORK-NO OF GRSWK
                   AND NOT PAY-LINE-STATUS-ERROR OF CHECK
                   AND VAL-MODE-NO OF W-VAL

               PERFORM LH790-WRITE-ACT32-DETAIL
               PERFORM MA300-WRITE-TAX-ADJ-REG
               PERFORM LA466-WRITE-SUPPL-LIMIT
           END-IF

           IF TRACE-CHECK-YES OF W-TRC
               PERFORM AE000-WRITE-TRACE-WORKSHEET
           END-IF

           IF VAL-MODE-YES OF W-VAL
                   AND GROSSUP-WORK-NO OF GRSWK

               PERFORM VA200-VALIDATE-CHECK
           END-IF

           .
       MAIN-EXIT.
           EXIT PROGRAM.
           SET SUPPL-LOCAL-RCP-NO  TO  TRUE
           SET NEG-LOCAL-RCP-NO    TO  TRUE
           .
       INITIALIZE-EXIT.

      /*****************************************************************
      *                                                                *
       AB000-LOAD-TRACE-RQST SECTION.
       AB000.
      *                                                                *
      * LOAD THE EMPLOYEE IDS REQUESTED FOR THE CALC TRACE WORKSHEET   *
      * ON THE RUN CONTROL, ONCE PER RUN.  NO ROWS MEANS NO TRACING.   *
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-TRCRQST
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-TRCRQST

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF PSPPYNET-S-TRCRQST
                                   SQL-STMT OF S-TRCRQST
                                   BIND-SETUP OF S-TRCRQST
                                   BIND-DATA OF S-TRCRQST
                                   SELECT-SETUP OF S-TRCRQST
                                   SELECT-DATA OF S-TRCRQST
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-TRACE-RQST(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE ZERO  TO  TRC-EMPLID-COUNT OF W-TRC

           PERFORM AB010-FETCH-TRACE-RQST

           PERFORM UNTIL RTNCD-END OF SQLRT
                   OR TRC-EMPLID-COUNT-MAX OF W-TRC

               ADD 1  TO  TRC-EMPLID-COUNT OF W-TRC
               MOVE EMPLID OF SELECT-DATA OF S-TRCRQST
                       TO  TRC-EMPLID OF W-TRC
                               (TRC-EMPLID-COUNT OF W-TRC)
               PERFORM AB010-FETCH-TRACE-RQST
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE
           SET TRACE-LOADED-YES OF W-TRC  TO  TRUE

           .
       LOAD-TRACE-RQST-EXIT.

      /*****************************************************************
      *                                                                *
       AB010-FETCH-TRACE-RQST SECTION.
       AB010.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-TRCRQST

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF PSPPYNET-S-TRCRQST
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-TRACE-RQST'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-TRACE-RQST-EXIT.

      /*****************************************************************
      *                                                                *
       AB100-CHECK-TRACE-EMPLID SECTION.
       AB100.
      *                                                                *
      ******************************************************************

           SET TRACE-CHECK-NO OF W-TRC  TO  TRUE

           PERFORM VARYING TRC-IDX OF W-TRC  FROM  1  BY  1
                   UNTIL TRC-IDX OF W-TRC
                           >  TRC-EMPLID-COUNT OF W-TRC

               IF TRC-EMPLID OF W-TRC(TRC-IDX OF W-TRC)
                       =  EMPLID OF CHECK

                   SET TRACE-CHECK-YES OF W-TRC  TO  TRUE
               END-IF
           END-PERFORM

           .
       CHECK-TRACE-EMPLID-EXIT.

      /*****************************************************************
      *                                                                *
       AB200-SNAPSHOT-TAX-CALC SECTION.
       AB200.
      *                                                                *
      * CAPTURE EACH TAX ENTRY'S TAXABLE GROSS AND TAX AS CALCULATED,  *
      * BEFORE THE NEGATIVE-TAX ADJUSTMENT AND THE TAKE, SO THE        *
      * WORKSHEET CAN SHOW BEFORE AND AFTER SIDE BY SIDE.              *
      *                                                                *
      ******************************************************************

           MOVE TAXCALC-COUNT OF TARRY  TO  TRC-B4-COUNT OF W-TRC

           IF TAXCALC-COUNT OF TARRY  >  200

               MOVE 200  TO  TRC-B4-COUNT OF W-TRC
           END-IF

           PERFORM VARYING TRC-IDX OF W-TRC  FROM  1  BY  1
                   UNTIL TRC-IDX OF W-TRC  >  TRC-B4-COUNT OF W-TRC

               MOVE TXGRS-CUR OF TARRY(TRC-IDX OF W-TRC)
                       TO  TRC-TXGRS-B4 OF W-TRC(TRC-IDX OF W-TRC)
               MOVE TAX-CUR OF TARRY(TRC-IDX OF W-TRC)
                       TO  TRC-TAX-B4 OF W-TRC(TRC-IDX OF W-TRC)
           END-PERFORM

           .
       SNAPSHOT-TAX-CALC-EXIT.

      /*****************************************************************
      *                                                                *
       AB300-RESET-RATE-CACHE SECTION.
       AB300.
      *                                                                *
      ******************************************************************

           MOVE PAYGROUP OF PYGRP  TO  RTC-PAYGROUP OF W-RTC
           MOVE CHECK-DT OF PYGRP  TO  RTC-CHECK-DT OF W-RTC
           MOVE ZERO  TO  RTC-ST-COUNT OF W-RTC
           MOVE ZERO  TO  RTC-TGB-COUNT OF W-RTC
           MOVE SPACE  TO  RTC-TAXDT-EMPLID OF W-RTC
           MOVE SPACE  TO  RTC-TAXDT-STATE OF W-RTC
           MOVE SPACE  TO  RTC-TAXDT-LOCALITY OF W-RTC

           .
       RESET-RATE-CACHE-EXIT.

      /*****************************************************************
      *                                                                *
       VA000-LOAD-VALID-RQST SECTION.
       VA000.
      *                                                                *
      * LOAD THE VALIDATION-ONLY REQUEST FOR THIS RUN ONCE.  IN THAT   *
      * MODE EACH CHECK IS TAKEN THROUGH THE NORMAL TAX-ENTITY         *
      * RESOLUTION, THE SETUP PROBLEMS MET ALONG THE WAY ARE WRITTEN   *
      * TO THE VALIDATION EXCEPTION TABLE, AND THE CHECK IS RETURNED   *
      * IN ERROR SO THE CALCULATION IS NOT POSTED.  NO TAX, DEDUCTION  *
      * OR REGISTER ROW IS WRITTEN.                                    *
      *                                                                *
      ******************************************************************

           SET VAL-LOADED-YES OF W-VAL  TO  TRUE
           SET VAL-MODE-NO OF W-VAL  TO  TRUE
           MOVE OPRID OF SQLRT  TO  OPRID OF S-VALRQST
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-VALRQST

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-VALRQST
                                   BIND-SETUP OF S-VALRQST
                                   BIND-DATA OF S-VALRQST
                                   SELECT-SETUP OF S-VALRQST
                                   SELECT-DATA OF S-VALRQST
           IF RTNCD-ERROR OF SQLRT

               MOVE 'LOAD-VALID-RQST(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-VALRQST

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'LOAD-VALID-RQST(FETCH)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF RTNCD-OK OF SQLRT
                   AND VALIDATE-ONLY-YES OF S-VALRQST

               SET VAL-MODE-YES OF W-VAL  TO  TRUE
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       LOAD-VALID-RQST-EXIT.


      /*****************************************************************
      *                                                                *
       VA200-VALIDATE-CHECK SECTION.
       VA200.
      *                                                                *
      * END OF A VALIDATION-ONLY CHECK: CHECK THE WORK STATES, WRITE   *
      * THE CHECK'S EXCEPTIONS AND ITS SUPPLEMENTAL LIMIT WATCHLIST    *
      * ROW, THEN RETURN THE CHECK IN ERROR WITH A MESSAGE NAMING THE  *
      * VALIDATION RUN.  A CHECK IN ERROR IS NOT CALCULATED, SO THE    *
      * CALLER POSTS NOTHING FOR IT AND THE PAYSHEET IS PICKED UP      *
      * AGAIN BY THE REAL CALCULATION.                                 *
      *                                                                *
      ******************************************************************

           PERFORM VA210-CHECK-WORK-STATES
           PERFORM VA300-WRITE-VALID-EXCPT
           PERFORM LA466-WRITE-SUPPL-LIMIT

           SET MSGID-TAX-SETUP-VALIDATED OF PYMSG  TO  TRUE
           MOVE OPRID OF SQLRT  TO  MSGDATA1 OF PYMSG
           MOVE BATCH-RUN-ID OF SQLRT  TO  MSGDATA2 OF PYMSG
           MOVE VAL-COUNT OF W-VAL  TO  MSGDATA3-INT OF PYMSG
           PERFORM ZM000-MESSAGE
           SET PAY-LINE-STATUS-ERROR OF CHECK  TO  TRUE

           .
       VALIDATE-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       VA210-CHECK-WORK-STATES SECTION.
       VA210.
      *                                                                *
      * EVERY STATE THE CHECK'S EARNINGS ARE PAID IN MUST HAVE STATE   *
      * TAX DATA IN EFFECT ON THE CHECK DATE.  EACH STATE IS LOOKED UP *
      * ONCE.                                                          *
      *                                                                *
      ******************************************************************

           PERFORM VARYING EARRY-IDX  FROM  1  BY  1
                   UNTIL EARRY-IDX  >  EARNINGS-COUNT OF EARRY

               IF STATE OF EARRY(EARRY-IDX)  NOT =  SPACE
                       AND STATE OF EARRY(EARRY-IDX)  NOT =  '$U'

                   SET VAL-FOUND-NO OF W-VAL  TO  TRUE

                   PERFORM VARYING VAL-EARRY-IDX OF W-VAL
                           FROM  1  BY  1
                           UNTIL VAL-EARRY-IDX OF W-VAL  >=  EARRY-IDX
                               OR VAL-FOUND-YES OF W-VAL

                       IF STATE OF EARRY(VAL-EARRY-IDX OF W-VAL)
                               =  STATE OF EARRY(EARRY-IDX)

                           SET VAL-FOUND-YES OF W-VAL  TO  TRUE
                       END-IF
                   END-PERFORM

                   IF VAL-FOUND-NO OF W-VAL

                       PERFORM VA220-GET-STATE-TAX-DATA
                   END-IF
               END-IF
           END-PERFORM

           .
       CHECK-WORK-STATES-EXIT.


      /*****************************************************************
      *                                                                *
       VA220-GET-STATE-TAX-DATA SECTION.
       VA220.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF S-VALSTD
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF S-VALSTD
           MOVE STATE OF EARRY(EARRY-IDX)
                   TO  STATE OF BIND-DATA OF S-VALSTD
           MOVE CHECK-DT OF PYGRP  TO  CHECK-DT OF BIND-DATA OF S-VALSTD

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-VALSTD
                                   BIND-SETUP OF S-VALSTD
                                   BIND-DATA OF S-VALSTD
                                   SELECT-SETUP OF S-VALSTD
                                   SELECT-DATA OF S-VALSTD
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-STATE-TAX-DATA(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-VALSTD

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'GET-STATE-TAX-DATA(FETCH)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           IF RTNCD-END OF SQLRT

               SET VAL-SEV-ERROR OF W-VAL  TO  TRUE
               SET VAL-RSN-NO-STATE-TAX OF W-VAL  TO  TRUE
               MOVE STATE OF EARRY(EARRY-IDX)  TO  VAL-STATE OF W-VAL
               MOVE SPACE  TO  VAL-LOCALITY OF W-VAL
               PERFORM VA900-NOTE-EXCEPTION
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       GET-STATE-TAX-DATA-EXIT.


      /*****************************************************************
      *                                                                *
       VA300-WRITE-VALID-EXCPT SECTION.
       VA300.
      *                                                                *
      * CLEAR THE CHECK'S EXCEPTIONS FROM A PRIOR VALIDATION RUN AND   *
      * WRITE ONE ROW PER EXCEPTION FOUND ON THIS ONE                  *
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF D-VALEXC
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF D-VALEXC
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF D-VALEXC
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF D-VALEXC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-VALEXC
                                   BIND-SETUP OF D-VALEXC
                                   BIND-DATA OF D-VALEXC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-VALID-EXCPT(CLEAR)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM VARYING VAL-IDX OF W-VAL  FROM  1  BY  1
                   UNTIL VAL-IDX OF W-VAL  >  VAL-COUNT OF W-VAL

               PERFORM VA310-WRITE-VALID-EXCPT-ROW
           END-PERFORM

           .
       WRITE-VALID-EXCPT-EXIT.


      /*****************************************************************
      *                                                                *
       VA310-WRITE-VALID-EXCPT-ROW SECTION.
       VA310.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF I-VALEXC
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF I-VALEXC
           MOVE PAYGROUP OF PYGRP
                   TO  PAYGROUP OF BIND-DATA OF I-VALEXC
           MOVE PAY-END-DT OF PYGRP
                   TO  PAY-END-DT OF BIND-DATA OF I-VALEXC
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF I-VALEXC
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF I-VALEXC
           MOVE VAL-EXCPT-STATE OF W-VAL(VAL-IDX OF W-VAL)
                   TO  STATE OF BIND-DATA OF I-VALEXC
           MOVE VAL-EXCPT-LOCALITY OF W-VAL(VAL-IDX OF W-VAL)
                   TO  LOCALITY OF BIND-DATA OF I-VALEXC
           MOVE VAL-EXCPT-SEVERITY OF W-VAL(VAL-IDX OF W-VAL)
                   TO  VAL-SEVERITY OF BIND-DATA OF I-VALEXC
           MOVE VAL-EXCPT-REASON OF W-VAL(VAL-IDX OF W-VAL)
                   TO  VAL-REASON OF BIND-DATA OF I-VALEXC

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-VALEXC
                                   BIND-SETUP OF I-VALEXC
                                   BIND-DATA OF I-VALEXC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-VALID-EXCPT-ROW'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-VALID-EXCPT-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       VA900-NOTE-EXCEPTION SECTION.
       VA900.
      *                                                                *
      * NOTE A TAX SETUP EXCEPTION FOR THE CHECK IN VALIDATION-ONLY    *
      * MODE.  THE SAME REASON FOR THE SAME STATE AND LOCALITY IS      *
      * NOTED ONCE HOWEVER MANY EARNINGS LINES OR PASSES MEET IT.      *
      *                                                                *
      ******************************************************************

           IF VAL-MODE-YES OF W-VAL

               SET VAL-FOUND-NO OF W-VAL  TO  TRUE

               PERFORM VARYING VAL-IDX OF W-VAL  FROM  1  BY  1
                       UNTIL VAL-IDX OF W-VAL  >  VAL-COUNT OF W-VAL
                           OR VAL-FOUND-YES OF W-VAL

                   IF VAL-EXCPT-REASON OF W-VAL(VAL-IDX OF W-VAL)
                           =  VAL-REASON OF W-VAL
                       AND VAL-EXCPT-STATE OF W-VAL(VAL-IDX OF W-VAL)
                           =  VAL-STATE OF W-VAL
                       AND VAL-EXCPT-LOCALITY OF W-VAL(VAL-IDX OF W-VAL)
                           =  VAL-LOCALITY OF W-VAL

                       SET VAL-FOUND-YES OF W-VAL  TO  TRUE
                   END-IF
               END-PERFORM

               IF VAL-FOUND-NO OF W-VAL
                       AND NOT VAL-COUNT-MAX OF W-VAL

                   ADD 1  TO  VAL-COUNT OF W-VAL
                   MOVE VAL-STATE OF W-VAL
                           TO  VAL-EXCPT-STATE OF W-VAL
                                       (VAL-COUNT OF W-VAL)
                   MOVE VAL-LOCALITY OF W-VAL
                           TO  VAL-EXCPT-LOCALITY OF W-VAL
                                       (VAL-COUNT OF W-VAL)
                   MOVE VAL-SEVERITY OF W-VAL
                           TO  VAL-EXCPT-SEVERITY OF W-VAL
                                       (VAL-COUNT OF W-VAL)
                   MOVE VAL-REASON OF W-VAL
                           TO  VAL-EXCPT-REASON OF W-VAL
                                       (VAL-COUNT OF W-VAL)
               END-IF
           END-IF

           .
       NOTE-EXCEPTION-EXIT.

      /*****************************************************************
      *                                                                *
              SET WA-SEA-TXGRS-EFF-YES OF GRSWK TO TRUE
           END-IF

           PERFORM LA465-SAVE-SUPPL-LIMIT

      * CALCULATE STATE TAXES

           PERFORM DA000-INITIALIZE
                       PERFORM LH170-FRAMEWORK-SELF-ADJ
                    END-IF

                    IF (TXGRS-CUR OF TARRY(TARRY-IDX) NOT = ZERO
                       OR TAX-CUR OF TARRY(TARRY-IDX) NOT = ZERO)
                       AND VAL-MODE-NO OF W-VAL

                       PERFORM LH180-WRITE-PFML-RECON
                    END-IF
                               END-IF
                            END-IF

                            IF (TXGRS-CUR OF TARRY(TARRY-IDX) NOT = ZERO
                               OR TAX-CUR OF TARRY(TARRY-IDX)
                                          NOT = ZERO)
                               AND VAL-MODE-NO OF W-VAL

                               PERFORM LH180-WRITE-PFML-RECON
                            END-IF
                           MOVE '880000' TO WORK-PSD-CD
                                         OF TARRY(TARRY-IDX)

                           SET VAL-SEV-ERROR OF W-VAL  TO  TRUE
                           SET VAL-RSN-PA-NO-WORK-PSD OF W-VAL  TO  TRUE
                           MOVE 'PA'  TO  VAL-STATE OF W-VAL
                           MOVE LOCALITY OF TARRY(TARRY-IDX)
                                   TO  VAL-LOCALITY OF W-VAL
                           PERFORM VA900-NOTE-EXCEPTION
                       END-IF

                       IF LOCALITY OF TARRY(TARRY-IDX)
                       AND TXGRS-CUR OF TARRY(TARRY-IDX) NOT = ZERO

                        PERFORM LH770-CREATE-WRK-PSD-880000

                        SET VAL-SEV-WARNING OF W-VAL  TO  TRUE
                        SET VAL-RSN-PA-WORK-PSD-880000 OF W-VAL
                                TO  TRUE
                        MOVE 'PA'  TO  VAL-STATE OF W-VAL
                        MOVE LOCALITY OF TARRY(TARRY-IDX)
                                TO  VAL-LOCALITY OF W-VAL
                        PERFORM VA900-NOTE-EXCEPTION
                    END-IF
                 END-IF
              ELSE
               IF RTNCD-END OF SQLRT
                   SET IND-LWT-CALCULATE-NO OF W-SW TO TRUE
                   MOVE SPACE TO LOCALITY OF TAX-SET OF TAXWK
                   SET VAL-SEV-ERROR OF W-VAL  TO  TRUE
                   SET VAL-RSN-IN-NO-COUNTY OF W-VAL  TO  TRUE
                   MOVE 'IN'  TO  VAL-STATE OF W-VAL
                   MOVE SPACE  TO  VAL-LOCALITY OF W-VAL
                   PERFORM VA900-NOTE-EXCEPTION
               ELSE
                   IF STATE OF EARRY(EARRY-IDX) = 'IN'
                       MOVE LOCALITY OF S-LCLINDP
                                 TO  LOCALITY OF EARRY(EARRY-IDX)
                   END-IF
                   SET VAL-SEV-WARNING OF W-VAL  TO  TRUE
                   SET VAL-RSN-IN-NO-BEGYR-RES OF W-VAL  TO  TRUE
                   MOVE 'IN'  TO  VAL-STATE OF W-VAL
                   MOVE LOCALITY OF S-LCLINDP  TO  VAL-LOCALITY OF W-VAL
                   PERFORM VA900-NOTE-EXCEPTION
               END-IF
           END-IF

      *            the refund is written at most once for an employee
      *            no matter how many checks or calculation passes
      *            the run makes, and regardless of which path
      *            computed the LTC premium row.  A validation-only
      *            run writes nothing.

                   IF VAL-MODE-NO OF W-VAL

                       PERFORM LA247-WA-LTC-REFUND
                   END-IF
               END-IF

               MOVE 'FLI'  TO  WAEX-PLAN-CD OF S-WAEXMP
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CNTBAL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON   OF SQLRT
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'GET-SUPPL-BAL-CAL-YR(FETCH)'
                                            TO ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           ELSE
               IF RTNCD-END OF SQLRT
                   COMPUTE SUPPL-BAL-TOTAL = SUPPL-BAL-TOTAL +
                                         EARNS OF EARRY(EARRY-IDX)
               ELSE
                   COMPUTE SUPPL-BAL-TOTAL = SUPPL-BAL-TOTAL +
                                             GRS-YTD OF S-CNTBAL +
                                             EARNS OF EARRY(EARRY-IDX)
                   MOVE GRS-YTD OF S-CNTBAL TO SUPPL-BAL-YTD OF SUPPC
               END-IF

               IF SUPPL-BAL-TOTAL > WK-SUPPL-LIMIT
                  SET HIGH-SUPPL-AMT-YES TO TRUE
                  IF GRS-YTD OF S-CNTBAL >= WK-SUPPL-LIMIT
                     MOVE EARNS OF EARRY(EARRY-IDX)
                                          TO SUPPL-BAL-EXTRA
                  ELSE
                     COMPUTE SUPPL-BAL-EXTRA = SUPPL-BAL-TOTAL -
                                            WK-SUPPL-LIMIT
                  END-IF
                  COMPUTE SUPPL-AMOUNT OF SUPPC =
                          SUPPL-AMOUNT OF SUPPC +
                          EARNS OF EARRY(EARRY-IDX) - SUPPL-BAL-EXTRA
                  IF SUPPL-AMOUNT OF SUPPC < 0
                     MOVE ZEROS TO SUPPL-AMOUNT OF SUPPC
                  END-IF
               ELSE
                  COMPUTE SUPPL-AMOUNT OF SUPPC =
                          SUPPL-AMOUNT OF SUPPC +
                          EARNS OF EARRY(EARRY-IDX)
               END-IF

               MOVE SUPPL-BAL-EXTRA TO SUPPL-AMT-EXTRA OF SUPPC
           END-IF

           SET RTNCD-OK OF SQLRT  TO  TRUE
           .

       GET-SUPPL-BAL-CAL-YR-EXIT.


      /*****************************************************************
      *                                                                *
       LA465-SAVE-SUPPL-LIMIT SECTION.
       LA465.
      *                                                                *
      * ONCE THE FEDERAL PASS HAS RUN LA460, KEEP THE CHECK'S $1M      *
      * SUPPLEMENTAL POSITION BEFORE DA000 CLEARS SUPPC: CONFIRMED     *
      * YTD SUPPLEMENTALS, THIS CHECK'S SUPPLEMENTAL EARNINGS, OTHER   *
      * UNCONFIRMED CHECKS (LA450) AND THE EXCESS TAXED AT THE         *
      * MANDATORY RATE.  THE LAST TAX PASS OF THE CHECK WINS.          *
      *                                                                *
      ******************************************************************

           SET SUPLM-EVENT-NONE OF W-SUPLM  TO  TRUE
           MOVE ZERO  TO  SUPLM-CHECK-SUPPL OF W-SUPLM

           PERFORM VARYING EARRY-IDX  FROM  1  BY  1
                   UNTIL EARRY-IDX  >  EARNINGS-COUNT OF EARRY

               IF TAX-METHOD-SUPPLEMENTAL OF EARRY(EARRY-IDX)
                  AND EARNS-END-DT OF EARRY(EARRY-IDX) >= '2005-01-01'

                   ADD EARNS OF EARRY(EARRY-IDX)
                           TO  SUPLM-CHECK-SUPPL OF W-SUPLM
               END-IF
           END-PERFORM

           IF SUPLM-CHECK-SUPPL OF W-SUPLM  >  ZERO

               MOVE SUPPL-BAL-YTD OF SUPPC
                       TO  SUPLM-YTD-BEFORE OF W-SUPLM
               MOVE SUPPL-AMT-EXTRA OF SUPPC
                       TO  SUPLM-EXCESS OF W-SUPLM

               IF PAYCHECK-MODELING-YES OF PSLCT

                   MOVE ZERO  TO  SUPLM-OTHER-PEND OF W-SUPLM
               ELSE
                   MOVE SUPPL-TXGRS-TOT OF SUPPC
                           TO  SUPLM-OTHER-PEND OF W-SUPLM
               END-IF

               COMPUTE SUPLM-PROJ-YTD OF W-SUPLM
                       =  SUPLM-YTD-BEFORE OF W-SUPLM
                       +  SUPLM-OTHER-PEND OF W-SUPLM
                       +  SUPLM-CHECK-SUPPL OF W-SUPLM

               EVALUATE TRUE

               WHEN SUPLM-EXCESS OF W-SUPLM  >  ZERO
                       AND SUPLM-YTD-BEFORE OF W-SUPLM
                               <  WK-SUPPL-LIMIT OF W-WK

                   SET SUPLM-EVENT-CROSSED OF W-SUPLM  TO  TRUE

               WHEN SUPLM-EXCESS OF W-SUPLM  >  ZERO

                   SET SUPLM-EVENT-MANDATORY OF W-SUPLM  TO  TRUE

               WHEN SUPLM-PROJ-YTD OF W-SUPLM
                       >  WK-SUPPL-LIMIT OF W-WK

                   SET SUPLM-EVENT-WATCH OF W-SUPLM  TO  TRUE

               WHEN OTHER

                   CONTINUE
               END-EVALUATE
           END-IF

           .
       SAVE-SUPPL-LIMIT-EXIT.


      /*****************************************************************
      *                                                                *
       LA466-WRITE-SUPPL-LIMIT SECTION.
       LA466.
      *                                                                *
      * WRITE THE CHECK'S $1M SUPPLEMENTAL WAGE LIMIT ROW: THE CHECK   *
      * THAT CROSSES THE LIMIT, EVERY LATER CHECK TAXED AT THE         *
      * MANDATORY RATE, AND A WATCHLIST ROW WHEN THIS CHECK PLUS THE   *
      * OTHER UNCONFIRMED CHECKS OF THE CYCLE WILL PUT THE EMPLOYEE    *
      * OVER THE LIMIT.  SUPPLEMENTAL WAGES OVER THE LIMIT IN THE      *
      * CALENDAR YEAR ARE WITHHELD AT THE MANDATORY FLAT RATE UNDER    *
      * TREAS. REG. 31.3402(G)-1(A)(2); THE TAX CALC DOES NOT RETURN   *
      * THAT PART SEPARATELY, SO CROSSING AND MANDATORY ROWS CARRY THE *
      * CHECK'S WHOLE FEDERAL WITHHOLDING (FWT-CUR-AMT) AS CALCULATED. *
      * A WATCHLIST ROW HAS NONE.  A PRIOR CALC'S ROW IS CLEARED       *
      * FIRST.                                                         *
      *                                                                *
      ******************************************************************

           PERFORM LA467-CLEAR-SUPPL-LIMIT

           IF NOT SUPLM-EVENT-NONE OF W-SUPLM

               MOVE EMPLID OF CHECK
                       TO  EMPLID OF BIND-DATA OF I-SUPLMT
               MOVE COMPANY OF PSLCT
                       TO  COMPANY OF BIND-DATA OF I-SUPLMT
               MOVE PAYGROUP OF PYGRP
                       TO  PAYGROUP OF BIND-DATA OF I-SUPLMT
               MOVE PAY-END-DT OF PYGRP
                       TO  PAY-END-DT OF BIND-DATA OF I-SUPLMT
               MOVE CHECK-DT OF PYGRP
                       TO  CHECK-DT OF BIND-DATA OF I-SUPLMT
               MOVE SEPCHK OF CHECK
                       TO  SEPCHK OF BIND-DATA OF I-SUPLMT
               MOVE SUPLM-EVENT OF W-SUPLM
                       TO  SUPPL-LIMIT-EVENT OF BIND-DATA OF I-SUPLMT
               MOVE SUPLM-YTD-BEFORE OF W-SUPLM
                       TO  SUPPL-YTD-BEFORE OF BIND-DATA OF I-SUPLMT
               MOVE SUPLM-CHECK-SUPPL OF W-SUPLM
                       TO  SUPPL-CHECK-AMT OF BIND-DATA OF I-SUPLMT
               COMPUTE SUPPL-YTD-AFTER OF BIND-DATA OF I-SUPLMT
                       =  SUPLM-YTD-BEFORE OF W-SUPLM
                       +  SUPLM-CHECK-SUPPL OF W-SUPLM
               MOVE SUPLM-OTHER-PEND OF W-SUPLM
                       TO  SUPPL-OTHER-PEND OF BIND-DATA OF I-SUPLMT
               MOVE SUPLM-PROJ-YTD OF W-SUPLM
                       TO  SUPPL-PROJ-YTD OF BIND-DATA OF I-SUPLMT
               MOVE SUPLM-EXCESS OF W-SUPLM
                       TO  SUPPL-EXCESS-AMT OF BIND-DATA OF I-SUPLMT
               MOVE ZERO  TO  FWT-CUR-AMT OF BIND-DATA OF I-SUPLMT

               IF NOT SUPLM-EVENT-WATCH OF W-SUPLM

                   PERFORM VARYING TARRY-IDX  FROM  1  BY  1
                           UNTIL TARRY-IDX  >  TAXCALC-COUNT

                       IF STATE OF TARRY(TARRY-IDX)  =  '$U'
                           AND TAX-CLASS-WITHHOLDING OF TARRY(TARRY-IDX)

                           MOVE TAX-CUR OF TARRY(TARRY-IDX)
                                   TO  FWT-CUR-AMT OF BIND-DATA
                                           OF I-SUPLMT
                       END-IF
                   END-PERFORM
               END-IF

               CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF I-SUPLMT
                                       BIND-SETUP OF I-SUPLMT
                                       BIND-DATA OF I-SUPLMT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'WRITE-SUPPL-LIMIT'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       WRITE-SUPPL-LIMIT-EXIT.


      /*****************************************************************
      *                                                                *
       LA467-CLEAR-SUPPL-LIMIT SECTION.
       LA467.
      *                                                                *
      * CLEAR THE CHECK'S SUPPLEMENTAL LIMIT ROW FROM A PRIOR CALC OF  *
      * THE SAME CHECK BEFORE REWRITING IT                             *
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF D-SUPLMT
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF D-SUPLMT
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF D-SUPLMT
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF D-SUPLMT

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-SUPLMT
                                   BIND-SETUP OF D-SUPLMT
                                   BIND-DATA OF D-SUPLMT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-SUPPL-LIMIT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-SUPPL-LIMIT-EXIT.


      /*****************************************************************
               END-IF                                                   HP99994
           END-PERFORM                                                  HP99994
                                                                        HP99994
           IF VAL-MODE-NO OF W-VAL

               PERFORM LD520-WRITE-1042-RECON                           HP99994
           END-IF
                                                                        HP99994
           .                                                            HP99994
       APPLY-1042-GRS-EXIT.                                             HP99994
               AND STATE OF WORK OF TAXWK
                       NOT =  STATE OF RESIDENCE OF TAXWK

               IF VAL-MODE-YES OF W-VAL

                   SET VAL-SEV-WARNING OF W-VAL  TO  TRUE
                   SET VAL-RSN-NO-RECIP-RULE OF W-VAL  TO  TRUE
                   MOVE STATE OF WORK OF TAXWK  TO  VAL-STATE OF W-VAL
                   MOVE SPACE  TO  VAL-LOCALITY OF W-VAL
                   PERFORM VA900-NOTE-EXCEPTION
               ELSE

                   PERFORM LH010-WRITE-RECIP-GAP-EXCPT
               END-IF
           END-IF

           SET CALC-ST-RES OF TAXWK  TO  TRUE
      ******************************************************************

           SET WK-WK-NO-ADJ-TARRY OF W-SW  TO  TRUE
           SET VAL-FOUND-NO OF W-VAL  TO  TRUE

           PERFORM VARYING OTH-TXARY-IDX FROM  1  BY  1
                   UNTIL OTH-TXARY-IDX  >  TAX-SET-CNT OF TXARY
               AND LOCALITY      OF TXARY (OTH-TXARY-IDX) =
                   WKWK-LOCALITY OF TXARY (TXARY-IDX WKWKRCP-IDX)

                   SET VAL-FOUND-YES OF W-VAL  TO  TRUE

                   IF RECIPROCITY-RULE-REDWRK OF WK-WK-RCP-DATA
                           OF TXARY (TXARY-IDX WKWKRCP-IDX)

               END-IF
           END-PERFORM

           IF VAL-FOUND-NO OF W-VAL

               SET VAL-SEV-WARNING OF W-VAL  TO  TRUE
               SET VAL-RSN-WKWK-LCL-NOT-FOUND OF W-VAL  TO  TRUE
               MOVE WKWK-STATE OF TXARY (TXARY-IDX WKWKRCP-IDX)
                       TO  VAL-STATE OF W-VAL
               MOVE WKWK-LOCALITY OF TXARY (TXARY-IDX WKWKRCP-IDX)
                       TO  VAL-LOCALITY OF W-VAL
               PERFORM VA900-NOTE-EXCEPTION
           END-IF

           .
       FIND-WKWK-LOCALITY-EXIT.

       MA000-ADJ-NEG-TAXES SECTION.
       MA000.
      *                                                                *
      * EVERY CHANGE THE RULES BELOW MAKE TO A TAX ROW'S CURRENT TAX   *
      * IS NOTED IN W-TAXADJ (MA190/MA200) FOR THE CHECK'S REGISTER.   *
      * THE TABLE IS RESET ON EACH PASS SO ONLY THE FINAL TIPS AND     *
      * GROSS-UP PASS IS KEPT.                                         *
      *                                                                *
      ******************************************************************

           MOVE ZERO  TO  TAXADJ-COUNT OF W-TAXADJ

           PERFORM VARYING TARRY-IDX  FROM  1  BY  1
                   UNTIL TARRY-IDX  >  TAXCALC-COUNT OF TARRY

                                   AND RESIDENT-YES OF TARRY(TARRY-IDX)
                                       AND STATE-RCP-TAKEN-YES OF W-SW

                   PERFORM MA190-SAVE-TAX-BEFORE

                   IF TAX-CUR OF TARRY(TARRY-IDX) > ZERO
                       IF TAX-CUR OF TARRY(TARRY-IDX)  + 1
                           <  (TAX-ON-RES-EARNS OF W-WK
                       END-IF
                   END-IF

                   SET TAXADJ-RSN-RES-EARNS OF W-TAXADJ  TO  TRUE
                   PERFORM MA200-LOG-TAX-ADJ
                   PERFORM MA190-SAVE-TAX-BEFORE

                   IF  (TAX-CUR OF TARRY(TARRY-IDX) > ZERO
                       OR STATE OF TARRY(TARRY-IDX)  = 'CT')
                       AND TAX-CUR OF TARRY(TARRY-IDX)
                       MOVE TAX-CUR-ADDL-AMT OF TARRY(TARRY-IDX)
                               TO  TAX-CUR OF TARRY(TARRY-IDX)
                   END-IF

                   IF TAXADJ-BEFORE OF W-TAXADJ  >  ZERO

                       SET TAXADJ-RSN-ADDL-AMT OF W-TAXADJ  TO  TRUE
                   ELSE
                       SET TAXADJ-RSN-CT-ADDL-AMT OF W-TAXADJ  TO  TRUE
                   END-IF

                   PERFORM MA200-LOG-TAX-ADJ
               END-IF

      *  ADJUST RES-STATE TAX IF LESS THAN TAX ON RES-STATE EARNINGS
                                   AND RESIDENT-YES OF TARRY(TARRY-IDX)
                                       AND STATE-RCP-TAKEN-YES OF W-SW

                   PERFORM MA190-SAVE-TAX-BEFORE

                   IF TAX-CUR OF TARRY(TARRY-IDX)
                               <  TAX-ON-RES-EARNS OF W-WK
                          AND STATE OF TARRY(TARRY-IDX) NOT = 'KY'
                       MOVE TAX-ON-RES-EARNS OF W-WK
                               TO  TAX-CUR OF TARRY(TARRY-IDX)
                   END-IF

                   SET TAXADJ-RSN-MANUAL-REDRES OF W-TAXADJ  TO  TRUE
                   PERFORM MA200-LOG-TAX-ADJ
               END-IF

      *  APPLY TAX REFUND

               PERFORM MA190-SAVE-TAX-BEFORE

               IF (TAX-CLASS-OASD-ER-EXEMPT OF TARRY(TARRY-IDX)
                  OR TAX-CLASS-OASD-TIPS-EXMPT OF TARRY(TARRY-IDX)
                  OR TAX-CLASS-OASD-EE-EXEMPT OF TARRY(TARRY-IDX)
                           +  TAX-ONE-TIME OF TARRY(TARRY-IDX)
                   END-IF

                   SET TAXADJ-RSN-OASD-REFUND OF W-TAXADJ  TO  TRUE
                   PERFORM MA200-LOG-TAX-ADJ

               ELSE

                   IF NOT ONE-TIME-OVERRIDE OF TARRY(TARRY-IDX)
                               +  TAX-ONE-TIME OF TARRY(TARRY-IDX)
                      END-IF
                   END-IF

                   SET TAXADJ-RSN-NEG-ONE-TIME OF W-TAXADJ  TO  TRUE
                   PERFORM MA200-LOG-TAX-ADJ
               END-IF

      *  PREVENT NEGATIVE YTD TXBL/TAX BY ADJUSTING CURRENT TXBL/TAX
                                         NOT = SPACE
                          AND TAX-CLASS-WITHHOLDING OF TARRY(TARRY-IDX)

                          PERFORM MA190-SAVE-TAX-BEFORE
                          PERFORM MA100-ADJ-NEG-LWT
                          SET TAXADJ-RSN-NEG-LWT OF W-TAXADJ  TO  TRUE
                          PERFORM MA200-LOG-TAX-ADJ
                       END-IF

                       IF TXGRS-ADJ OF W-WK NOT = ZERO
                                   =  TXGRS-CUR OF TARRY(TARRY-IDX)
                                   -  TXGRS-ADJ OF W-WK

                           PERFORM MA190-SAVE-TAX-BEFORE

                           COMPUTE TAX-CUR OF TARRY(TARRY-IDX) ROUNDED
                                   =  TAX-CUR OF TARRY(TARRY-IDX)
                                   -  TAX-ADJ OF W-WK

                           SET TAXADJ-RSN-NEG-YTD OF W-TAXADJ  TO  TRUE
                           PERFORM MA200-LOG-TAX-ADJ

                           IF NLGRS-CUR OF TARRY(TARRY-IDX) NOT = ZERO

                               COMPUTE NLGRS-CUR OF TARRY(TARRY-IDX)
                                  AND STATE-NEG-RCP-YES OF W-SW

                                 SET STATE-NEG-RCP-NO OF W-SW TO TRUE
                                 MOVE RES-TARRY-IDX OF W-WK
                                       TO  TAXADJ-ROW OF W-TAXADJ
                                 MOVE TAX-CUR OF TARRY(RES-TARRY-IDX)
                                       TO  TAXADJ-BEFORE OF W-TAXADJ
                                 COMPUTE TAX-CUR OF TARRY(RES-TARRY-IDX)
                                       = TAX-CUR OF TARRY(RES-TARRY-IDX)
                                       + TAX-ADJ OF W-WK
                                 SET TAXADJ-RSN-PA-RES-CREDIT
                                       OF W-TAXADJ  TO  TRUE
                                 PERFORM MA200-LOG-TAX-ADJ
                               END-IF
                             END-IF
                           END-IF
                              AND TAX-CUR OF TARRY(TARRY-IDX) < ZERO
                              AND TXGRS-CUR OF TARRY(TARRY-IDX) < ZERO

                              PERFORM MA190-SAVE-TAX-BEFORE
                              MOVE ZERO TO TAX-CUR OF TARRY(TARRY-IDX)
                              MOVE ZERO TO TXGRS-CUR OF TARRY(TARRY-IDX)
                              SET TAXADJ-RSN-PA-NEG-ZERO OF W-TAXADJ
                                      TO  TRUE
                              PERFORM MA200-LOG-TAX-ADJ
                           END-IF
                       END-IF
                   END-IF
            .
       ADJ-NEG-LWT-EXIT.


      /*****************************************************************
      *                                                                *
       MA190-SAVE-TAX-BEFORE SECTION.
       MA190.
      *                                                                *
      * NOTE THE CURRENT TAX OF THE TAX ROW AHEAD OF AN MA000 RULE     *
      *                                                                *
      ******************************************************************

           SET TAXADJ-ROW OF W-TAXADJ  TO  TARRY-IDX
           MOVE TAX-CUR OF TARRY(TARRY-IDX)
                   TO  TAXADJ-BEFORE OF W-TAXADJ

           .
       SAVE-TAX-BEFORE-EXIT.


      /*****************************************************************
      *                                                                *
       MA200-LOG-TAX-ADJ SECTION.
       MA200.
      *                                                                *
      * IF THE RULE JUST APPLIED CHANGED THE ROW'S CURRENT TAX, KEEP   *
      * THE STATE/LOCALITY/CLASS, BEFORE AND AFTER AMOUNTS AND REASON  *
      * FOR THE CHECK'S NEGATIVE/FLOOR TAX CHANGE REGISTER             *
      *                                                                *
      ******************************************************************

           IF TAX-CUR OF TARRY(TAXADJ-ROW OF W-TAXADJ)
                   NOT =  TAXADJ-BEFORE OF W-TAXADJ
                   AND NOT TAXADJ-COUNT-MAX OF W-TAXADJ

               ADD 1  TO  TAXADJ-COUNT OF W-TAXADJ
               MOVE TAXADJ-COUNT OF W-TAXADJ  TO  TAXADJ-IDX OF W-TAXADJ
               MOVE STATE OF TARRY(TAXADJ-ROW OF W-TAXADJ)
                       TO  TAXADJ-STATE OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               MOVE LOCALITY OF TARRY(TAXADJ-ROW OF W-TAXADJ)
                       TO  TAXADJ-LOCALITY OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               MOVE TAX-CLASS OF TARRY(TAXADJ-ROW OF W-TAXADJ)
                       TO  TAXADJ-TAX-CLASS OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               MOVE TAXADJ-REASON OF W-TAXADJ
                       TO  TAXADJ-RSN-CD OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               MOVE TAXADJ-BEFORE OF W-TAXADJ
                       TO  TAXADJ-AMT-BEFORE OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               MOVE TAX-CUR OF TARRY(TAXADJ-ROW OF W-TAXADJ)
                       TO  TAXADJ-AMT-AFTER OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
           END-IF

           .
       LOG-TAX-ADJ-EXIT.


      /*****************************************************************
      *                                                                *
       MA300-WRITE-TAX-ADJ-REG SECTION.
       MA300.
      *                                                                *
      * WRITE THE NEGATIVE/FLOOR TAX CHANGE REGISTER FOR THIS CHECK:   *
      * ONE ROW PER TAX ROW CHANGED BY AN MA000/MA100 RULE (RESIDENT   *
      * STATE RAISED TO TAX ON RESIDENT EARNINGS, ADDITIONAL-AMOUNT    *
      * MINIMUM INCLUDING THE CT NO-TAX CASE, ONE-TIME ADJUSTMENTS,    *
      * NEGATIVE YTD BACK-OUT, NEGATIVE LOCALS ZEROED AND THE PA       *
      * CASES), AND KEEP THE PAYGROUP SUMMARY BY REASON IN STEP.  THE  *
      * CHECK'S ROWS FROM A PRIOR CALC ARE BACKED OUT OF THE SUMMARY   *
      * AND CLEARED FIRST SO A RECALC IS NOT COUNTED TWICE.            *
      *                                                                *
      ******************************************************************

           MOVE ZERO  TO  TAXADJ-SUM-COUNT OF W-TAXADJ

           PERFORM MA310-BACKOUT-PRIOR-REG
           PERFORM MA320-CLEAR-TAX-ADJ-REG

           PERFORM VARYING TAXADJ-IDX OF W-TAXADJ  FROM  1  BY  1
                   UNTIL TAXADJ-IDX OF W-TAXADJ
                           >  TAXADJ-COUNT OF W-TAXADJ

               PERFORM MA330-WRITE-TAX-ADJ-ROW

               MOVE TAXADJ-RSN-CD OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                       TO  TAXADJ-REASON OF W-TAXADJ
               MOVE 1  TO  TAXADJ-CNT-DELTA OF W-TAXADJ
               COMPUTE TAXADJ-AMT-DELTA OF W-TAXADJ
                       =  TAXADJ-AMT-AFTER OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
                       -  TAXADJ-AMT-BEFORE OF W-TAXADJ
                               (TAXADJ-IDX OF W-TAXADJ)
               PERFORM MA340-TALLY-TAX-ADJ
           END-PERFORM

           PERFORM VARYING TAXADJ-SUM-IDX OF W-TAXADJ  FROM  1  BY  1
                   UNTIL TAXADJ-SUM-IDX OF W-TAXADJ
                           >  TAXADJ-SUM-COUNT OF W-TAXADJ

               IF TAXADJ-SUM-CNT OF W-TAXADJ(TAXADJ-SUM-IDX OF W-TAXADJ)
                       NOT =  ZERO
                   OR TAXADJ-SUM-AMT OF W-TAXADJ
                           (TAXADJ-SUM-IDX OF W-TAXADJ)  NOT =  ZERO

                   PERFORM MA350-UPDATE-TAX-ADJ-SUMM
               END-IF
           END-PERFORM

           .
       WRITE-TAX-ADJ-REG-EXIT.


      /*****************************************************************
      *                                                                *
       MA310-BACKOUT-PRIOR-REG SECTION.
       MA310.
      *                                                                *
      * TALLY THE CHECK'S REGISTER ROWS FROM A PRIOR CALC AS NEGATIVE  *
      * COUNTS AND AMOUNTS SO THEY COME OUT OF THE PAYGROUP SUMMARY    *
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF S-TAXADJ
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF S-TAXADJ
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF S-TAXADJ
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF S-TAXADJ

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF PSPPYNET-S-TAXADJ
                                   SQL-STMT OF S-TAXADJ
                                   BIND-SETUP OF S-TAXADJ
                                   BIND-DATA OF S-TAXADJ
                                   SELECT-SETUP OF S-TAXADJ
                                   SELECT-DATA OF S-TAXADJ
           IF RTNCD-ERROR OF SQLRT

               MOVE 'BACKOUT-PRIOR-REG(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM MA315-FETCH-PRIOR-REG

           PERFORM UNTIL RTNCD-END OF SQLRT

               MOVE TAXADJ-REASON OF SELECT-DATA OF S-TAXADJ
                       TO  TAXADJ-REASON OF W-TAXADJ
               MOVE -1  TO  TAXADJ-CNT-DELTA OF W-TAXADJ
               COMPUTE TAXADJ-AMT-DELTA OF W-TAXADJ
                       =  TAX-CUR-BEFORE OF SELECT-DATA OF S-TAXADJ
                       -  TAX-CUR-AFTER OF SELECT-DATA OF S-TAXADJ
               PERFORM MA340-TALLY-TAX-ADJ
               PERFORM MA315-FETCH-PRIOR-REG
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       BACKOUT-PRIOR-REG-EXIT.


      /*****************************************************************
      *                                                                *
       MA315-FETCH-PRIOR-REG SECTION.
       MA315.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-TAXADJ

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF PSPPYNET-S-TAXADJ
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-PRIOR-REG'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-PRIOR-REG-EXIT.


      /*****************************************************************
      *                                                                *
       MA320-CLEAR-TAX-ADJ-REG SECTION.
       MA320.
      *                                                                *
      * CLEAR THE CHECK'S REGISTER ROWS FROM A PRIOR CALC OF THE SAME  *
      * CHECK BEFORE REWRITING THEM                                    *
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK  TO  EMPLID OF BIND-DATA OF D-TAXADJ
           MOVE COMPANY OF PSLCT  TO  COMPANY OF BIND-DATA OF D-TAXADJ
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF D-TAXADJ
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF D-TAXADJ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-TAXADJ
                                   BIND-SETUP OF D-TAXADJ
                                   BIND-DATA OF D-TAXADJ
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-TAX-ADJ-REG'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-TAX-ADJ-REG-EXIT.


      /*****************************************************************
      *                                                                *
       MA330-WRITE-TAX-ADJ-ROW SECTION.
       MA330.
      *                                                                *
      ******************************************************************

           MOVE EMPLID OF CHECK
                   TO  EMPLID OF BIND-DATA OF I-TAXADJ
           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF I-TAXADJ
           MOVE PAYGROUP OF PYGRP
                   TO  PAYGROUP OF BIND-DATA OF I-TAXADJ
           MOVE PAY-END-DT OF PYGRP
                   TO  PAY-END-DT OF BIND-DATA OF I-TAXADJ
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF I-TAXADJ
           MOVE SEPCHK OF CHECK
                   TO  SEPCHK OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-STATE OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  STATE OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-LOCALITY OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  LOCALITY OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-TAX-CLASS OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  TAX-CLASS OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-RSN-CD OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  TAXADJ-REASON OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-AMT-BEFORE OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  TAX-CUR-BEFORE OF BIND-DATA OF I-TAXADJ
           MOVE TAXADJ-AMT-AFTER OF W-TAXADJ(TAXADJ-IDX OF W-TAXADJ)
                   TO  TAX-CUR-AFTER OF BIND-DATA OF I-TAXADJ

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF I-TAXADJ
                                   BIND-SETUP OF I-TAXADJ
                                   BIND-DATA OF I-TAXADJ
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-TAX-ADJ-ROW'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       WRITE-TAX-ADJ-ROW-EXIT.


      /*****************************************************************
      *                                                                *
       MA340-TALLY-TAX-ADJ SECTION.
       MA340.
      *                                                                *
      * ADD THE COUNT AND AMOUNT CHANGE FOR ONE REGISTER ROW INTO THE  *
      * CHECK'S PAYGROUP SUMMARY CHANGES BY REASON                     *
      *                                                                *
      ******************************************************************

           SET TAXADJ-FOUND-NO OF W-TAXADJ  TO  TRUE

           PERFORM VARYING TAXADJ-SUM-IDX OF W-TAXADJ  FROM  1  BY  1
                   UNTIL TAXADJ-SUM-IDX OF W-TAXADJ
                           >  TAXADJ-SUM-COUNT OF W-TAXADJ
                       OR TAXADJ-FOUND-YES OF W-TAXADJ

               IF TAXADJ-SUM-RSN-CD OF W-TAXADJ
                       (TAXADJ-SUM-IDX OF W-TAXADJ)
                       =  TAXADJ-REASON OF W-TAXADJ

                   SET TAXADJ-FOUND-YES OF W-TAXADJ  TO  TRUE
               END-IF
           END-PERFORM

           IF TAXADJ-FOUND-YES OF W-TAXADJ

               SUBTRACT 1  FROM  TAXADJ-SUM-IDX OF W-TAXADJ
           ELSE

               IF NOT TAXADJ-SUM-COUNT-MAX OF W-TAXADJ

                   ADD 1  TO  TAXADJ-SUM-COUNT OF W-TAXADJ
                   MOVE TAXADJ-SUM-COUNT OF W-TAXADJ
                           TO  TAXADJ-SUM-IDX OF W-TAXADJ
                   MOVE TAXADJ-REASON OF W-TAXADJ
                           TO  TAXADJ-SUM-RSN-CD OF W-TAXADJ
                                   (TAXADJ-SUM-IDX OF W-TAXADJ)
                   MOVE ZERO  TO  TAXADJ-SUM-CNT OF W-TAXADJ
                                   (TAXADJ-SUM-IDX OF W-TAXADJ)
                   MOVE ZERO  TO  TAXADJ-SUM-AMT OF W-TAXADJ
                                   (TAXADJ-SUM-IDX OF W-TAXADJ)
                   SET TAXADJ-FOUND-YES OF W-TAXADJ  TO  TRUE
               END-IF
           END-IF

           IF TAXADJ-FOUND-YES OF W-TAXADJ

               ADD TAXADJ-CNT-DELTA OF W-TAXADJ
                       TO  TAXADJ-SUM-CNT OF W-TAXADJ
                               (TAXADJ-SUM-IDX OF W-TAXADJ)
               ADD TAXADJ-AMT-DELTA OF W-TAXADJ
                       TO  TAXADJ-SUM-AMT OF W-TAXADJ
                               (TAXADJ-SUM-IDX OF W-TAXADJ)
           END-IF

           .
       TALLY-TAX-ADJ-EXIT.


      /*****************************************************************
      *                                                                *
       MA350-UPDATE-TAX-ADJ-SUMM SECTION.
       MA350.
      *                                                                *
      * APPLY ONE REASON'S NET CHANGE FROM THIS CHECK TO THE PAYGROUP  *
      * SUMMARY ROW FOR THE PAYGROUP AND CHECK DATE                    *
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF PSLCT
                   TO  COMPANY OF BIND-DATA OF U-TAXADS
           MOVE PAYGROUP OF PYGRP
                   TO  PAYGROUP OF BIND-DATA OF U-TAXADS
           MOVE PAY-END-DT OF PYGRP
                   TO  PAY-END-DT OF BIND-DATA OF U-TAXADS
           MOVE CHECK-DT OF PYGRP
                   TO  CHECK-DT OF BIND-DATA OF U-TAXADS
           MOVE TAXADJ-SUM-RSN-CD OF W-TAXADJ
                           (TAXADJ-SUM-IDX OF W-TAXADJ)
                   TO  TAXADJ-REASON OF BIND-DATA OF U-TAXADS
           MOVE TAXADJ-SUM-CNT OF W-TAXADJ(TAXADJ-SUM-IDX OF W-TAXADJ)
                   TO  ADJ-COUNT OF BIND-DATA OF U-TAXADS
           MOVE TAXADJ-SUM-AMT OF W-TAXADJ(TAXADJ-SUM-IDX OF W-TAXADJ)
                   TO  ADJ-AMT OF BIND-DATA OF U-TAXADS

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF U-TAXADS
                                   BIND-SETUP OF U-TAXADS
                                   BIND-DATA OF U-TAXADS
           IF RTNCD-ERROR OF SQLRT

               MOVE 'UPDATE-TAX-ADJ-SUMM'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       UPDATE-TAX-ADJ-SUMM-EXIT.

      /*****************************************************************
      *                                                                *
       NA000-DEDUCT-TAXES SECTION.
                       MOVE DEDNET OF GRSWK
                               TO  MSGDATA2-DOL OF PYMSG
                       PERFORM ZM000-MESSAGE

                       IF VAL-MODE-NO OF W-VAL

                           PERFORM PA100-WRITE-GROSSUP-EXCPT
                       END-IF
                       SET PAY-LINE-STATUS-ERROR OF CHECK  TO  TRUE
                       SET GROSSUP-WORK-NO OF GRSWK  TO  TRUE
                   ELSE
           SET REASON-NOT-TAKEN-NET OF DARRY(DARRY-IDX DCLAS-IDX)
                   TO  TRUE

           IF VAL-MODE-NO OF W-VAL

               PERFORM RD300-WRITE-DEFERRAL-RPT
           END-IF

           .
       DEFER-DED-CLASS-EXIT.
           PERFORM RC000-ADJUST-SPCL-ACCUM

           IF ARREARS-BAL OF DARRY(DARRY-IDX DCLAS-IDX)  >  ZERO
                   AND VAL-MODE-NO OF W-VAL

               PERFORM XA150-WRITE-ARREARS-AGING
           END-IF
