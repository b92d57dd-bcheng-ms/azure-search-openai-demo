       IDENTIFICATION DIVISION.

       PROGRAM-ID. PSPCBREC.

       ENVIRONMENT DIVISION.

      ******************************************************************
      *                                                                *
      *                                                                *
      *                                                                *
      *                                                                *
      * This software and related documentation are provided under a   *
      * license agreement containing restrictions on use and           *
      * disclosure and are protected by intellectual property          *
      * laws. Except as expressly permitted in your license agreement  *
      * or allowed by law, you may not use, copy, reproduce,           *
      * translate, broadcast, modify, license, transmit, distribute,   *
      * exhibit, perform, publish or display any part, in any form or  *
      * by any means. Reverse engineering, disassembly, or             *
      * decompilation of this software, unless required by law for     *
      * interoperability, is prohibited.                               *
      * The information contained herein is subject to change without  *
      * notice and is not warranted to be error-free. If you find any  *
      * errors, please report them to us in writing.                   *
      *                                                                *
      *                                                                *
      * Copyright (C) 1988, 2019, Oracle and/or its affiliates.        *
      * All Rights Reserved.                                           *
      ******************************************************************
      *                                                                *
      *       $Release:  HR92                                          *
      *           $Bug:  25861189                                      *
      *                                                                *
      ******************************************************************


      ******************************************************************
      *                                                                *
      *                   PROGRAM DESCRIPTION:                         *
      *                                                                *
      * PAYROLL TO COBRA HEALTH DEDUCTION CROSS-CHECK                  *
      *                                                                *
      * Run after each confirmed pay cycle of a company and pay group. *
      * Compares the before-tax health benefit deductions taken in     *
      * the cycle, and in the confirmed cycle before it, by plan type  *
      * against the employee's COBRA activity, COBRA events and COBRA  *
      * participant plans, and writes an exception row for:            *
      *                                                                *
      *   NTR - the deduction stopped this cycle and there is neither  *
      *         COBRA activity nor a COBRA event for the employee      *
      *         (a qualifying event may have been missed, so no        *
      *         election notice went out);                             *
      *   DBL - the deduction is still being taken while the employee  *
      *         is enrolled in COBRA for the same plan type over the   *
      *         pay period (double charging, a refund liability);      *
      *   OVL - the deduction stopped and COBRA coverage begins on or  *
      *         before the end of the last pay period deducted;        *
      *   GAP - the deduction stopped and COBRA coverage does not      *
      *         begin until after the first of the month following     *
      *         the last pay period deducted.                          *
      *                                                                *
      * The exception rows of an earlier run for the same pay cycle    *
      * are cleared first, so the program can be rerun.                *
      *                                                                *
      ******************************************************************

       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'PSPCBREC'.


       01  W-WK.
           02  TIME-OUT                PIC 99B99B99/99.
           02  DISPLAY-COUNT-1         PIC Z(6)9.


       01  W-SW.
           02  PLAN-TYPE-PENDING-SW    PIC X       VALUE 'N'.
               88  PLAN-TYPE-PENDING-NO            VALUE 'N'.
               88  PLAN-TYPE-PENDING-YES           VALUE 'Y'.

           02  CBR-PLAN-SW             PIC X.
               88  CBR-PLAN-FOUND-NO               VALUE 'N'.
               88  CBR-PLAN-FOUND-YES              VALUE 'Y'.


       01  W-COUNT.
           02  DEDUCTION-ROW-COUNT     PIC S9(7)   VALUE ZERO  COMP-3.
           02  PLAN-TYPE-COUNT         PIC S9(7)   VALUE ZERO  COMP-3.
           02  NO-TRIGGER-COUNT        PIC S9(7)   VALUE ZERO  COMP-3.
           02  DOUBLE-CHARGE-COUNT     PIC S9(7)   VALUE ZERO  COMP-3.
           02  CVG-OVERLAP-COUNT       PIC S9(7)   VALUE ZERO  COMP-3.
           02  CVG-GAP-COUNT           PIC S9(7)   VALUE ZERO  COMP-3.


      *****************************************************************
      *      EMPLOYEE PLAN TYPE BEING ACCUMULATED FOR THE CROSS-CHECK *
      *****************************************************************
       01  W-REC.
           02  REC-EMPLID              PIC X(20).
           02  REC-BENEFIT-RCD-NO      PIC 999                 COMP.
           02  REC-PLAN-TYPE           PIC XX.
           02  REC-CUR-DED-AMT         PIC S9(9)V99            COMP-3.
           02  REC-PRIOR-DED-AMT       PIC S9(9)V99            COMP-3.
           02  REC-EXCEPTION           PIC XXX.
               88  REC-EXCP-NO-TRIGGER             VALUE 'NTR'.
               88  REC-EXCP-DOUBLE-CHARGE          VALUE 'DBL'.
               88  REC-EXCP-CVG-OVERLAP            VALUE 'OVL'.
               88  REC-EXCP-CVG-GAP                VALUE 'GAP'.
           02  REC-EXPECT-BEGIN-DT     PIC X(10).
           02  REC-MONTH-BEGIN-DT      PIC X(10).
           02  FILLER REDEFINES REC-MONTH-BEGIN-DT.
               03  FILLER              PIC X(8).
               03  REC-MONTH-BEGIN-DD  PIC 99.


       01  W-CNTL.
           02  PROCESS-DT              PIC X(10).
           02  COMPANY                 PIC X(10).
           02  PAYGROUP                PIC X(10).
           02  PAY-END-DT              PIC X(10).
           02  PAY-BEGIN-DT            PIC X(10).
           02  PRIOR-PAY-END-DT        PIC X(10).
           02  PRIOR-PAY-BEGIN-DT      PIC X(10).
           02  LOOKBACK-DT             PIC X(10).
           02  LOOKBACK-DAYS           PIC 999     VALUE 90    COMP.

           02  SQL-CONTROLS.
               03  CROSS-CHECK-CURSORS.
                   04  S-DEDCMP.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-CBRPLN.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-CBRCUR.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-CBRTRG.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-RECEXCP.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.


      /*****************************************************************
      *            COBRA_RUNCTL SQL BUFFER AND STMT                    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_RUNCTL'.

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
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PROCESS-DT          PIC X(10).
               03  COMPANY             PIC X(10).
               03  PAYGROUP            PIC X(10).
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   LATEST CONFIRMED PAY END DATE OF THE COMPANY AND PAY GROUP   *
      *   ON OR BEFORE THE PROCESS DATE SQL BUFFER AND STMT            *
      ******************************************************************
       01  S-LASTCNF.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_LASTCNF'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  PAYGROUP            PIC X(10)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PAY-END-DT          PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PAY CALENDAR OF THE CYCLE AND OF THE CONFIRMED CYCLE BEFORE  *
      *   IT SQL BUFFER AND STMT                                       *
      ******************************************************************
       01  S-PAYCYC.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_PAYCYC'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  PAYGROUP            PIC X(10)   VALUE SPACES.
               03  PAY-END-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PAY-BEGIN-DT        PIC X(10).
               03  PAY-CONFIRM-RUN     PIC X.
                   88  PAY-CONFIRM-RUN-YES         VALUE 'Y'.
               03  PRIOR-PAY-END-DT    PIC X(10).
               03  PRIOR-PAY-BEGIN-DT  PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   BENEFIT DEDUCTIONS OF THE CYCLE AND OF THE PRIOR CYCLE SQL   *
      *   BUFFER AND STMT (ONE ROW PER EMPLOYEE, BENEFIT RECORD, PLAN  *
      *   TYPE AND DEDUCTION CLASS DEDUCTED IN EITHER CYCLE, WITH THE  *
      *   AMOUNT TAKEN IN EACH, ORDERED BY EMPLID, BENEFIT RECORD AND  *
      *   PLAN TYPE)                                                   *
      ******************************************************************
       01  S-DEDCMP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_DEDCMP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  PAYGROUP            PIC X(10)   VALUE SPACES.
               03  PAY-END-DT          PIC X(10)   VALUE SPACES.
               03  PRIOR-PAY-END-DT    PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  PLAN-TYPE           PIC XX.
                   88  PLAN-TYPE-HEALTH            VALUE '10' THRU '19'
                                                         '1A' THRU '1Z'.
               03  DED-CLASS           PIC X.
                   88  DED-CLASS-BEFORE-TAX        VALUE 'B'.
               03  CUR-DED-AMT         PIC S9(9)V99            COMP-3.
               03  PRIOR-DED-AMT       PIC S9(9)V99            COMP-3.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   EMPLOYEE'S OWN COBRA PARTICIPANT PLAN FOR THE PLAN TYPE ON   *
      *   AN EVENT DATED ON OR AFTER THE LOOKBACK DATE SQL BUFFER AND  *
      *   STMT (MOST RECENT EVENT FIRST)                               *
      ******************************************************************
       01  S-CBRPLN.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_CBRPLN'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  LOOKBACK-DT         PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10).
               03  COBRA-ELECT         PIC X.
                   88  COBRA-ELECT-ELECT           VALUE 'E'.
               03  CBR-PROCESS-STATUS  PIC X.
                   88  CBR-PROCESS-VOID            VALUE 'V'.
               03  CBR-ENROLL-STATUS   PIC X.
                   88  CBR-ENROLLED                VALUE 'E'.
               03  COVERAGE-BEGIN-DT   PIC X(10).
               03  COVERAGE-END-DT     PIC X(10).
               03  COBRA-TERM-DT       PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   EMPLOYEE'S CURRENT COBRA PARTICIPANT PLAN FOR THE PLAN TYPE  *
      *   SQL BUFFER AND STMT: ELECTED, ENROLLED, NOT VOID, ON AN      *
      *   EVENT OF ANY DATE (LATEST COVERAGE BEGIN FIRST)              *
      ******************************************************************
       01  S-CBRCUR.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_CBRCUR'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10).
               03  COBRA-ELECT         PIC X.
                   88  COBRA-ELECT-ELECT           VALUE 'E'.
               03  CBR-PROCESS-STATUS  PIC X.
                   88  CBR-PROCESS-VOID            VALUE 'V'.
               03  CBR-ENROLL-STATUS   PIC X.
                   88  CBR-ENROLLED                VALUE 'E'.
               03  COVERAGE-BEGIN-DT   PIC X(10).
               03  COVERAGE-END-DT     PIC X(10).
               03  COBRA-TERM-DT       PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   COBRA ACTIVITY AND COBRA EVENTS FOR THE EMPLOYEE ON OR AFTER *
      *   THE LOOKBACK DATE SQL BUFFER AND STMT                        *
      ******************************************************************
       01  S-CBRTRG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_S_CBRTRG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  LOOKBACK-DT         PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  CBR-ACTIVITY-CNT    PIC 9999                COMP.
               03  CBR-EVENT-CNT       PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PAYROLL TO COBRA CROSS-CHECK EXCEPTION SQL INSERT STMT       *
      ******************************************************************
       01  I-RECEXCP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_I_RECEXCP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(6)    VALUE '2PPPPP'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  PAYGROUP            PIC X(10)   VALUE SPACES.
               03  PAY-END-DT          PIC X(10)   VALUE SPACES.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  PLAN-TYPE           PIC XX      VALUE SPACES.
               03  CBR-REC-EXCEPTION   PIC XXX     VALUE SPACES.
               03  CUR-DED-AMT         PIC S9(9)V99            COMP-3.
               03  PRIOR-DED-AMT       PIC S9(9)V99            COMP-3.
               03  PRIOR-PAY-END-DT    PIC X(10)   VALUE SPACES.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  COBRA-EVENT-DT      PIC X(10)   VALUE SPACES.
               03  COVERAGE-BEGIN-DT   PIC X(10)   VALUE SPACES.
               03  CBR-EXPECT-BEGIN-DT PIC X(10)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   PAYROLL TO COBRA CROSS-CHECK EXCEPTION SQL DELETE STMT       *
      ******************************************************************
       01  D-RECEXCP.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBREC_D_RECEXCP'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  COMPANY             PIC X(10)   VALUE SPACES.
               03  PAYGROUP            PIC X(10)   VALUE SPACES.
               03  PAY-END-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *            SQL COMMUNICATION                                   *
      ******************************************************************
       01  SQLRT.                      COPY PTCSQLRT.


      /*****************************************************************
      *            PROCESS SCHEDULER REQUEST STATUS INTERFACE          *
      ******************************************************************
       01  USTAT.                      COPY PTCUSTAT.


      /*****************************************************************
      *            DATE WORK LINKAGE                                   *
      ******************************************************************
       01  DTWRK.                      COPY PTCDTWRK.


      /*****************************************************************
      *                                                                *
       PROCEDURE DIVISION.
      *                                                                *
      ******************************************************************
      *                                                                *
       AA000-MAIN SECTION.
       AA000.
      *                                                                *
      ******************************************************************

           COPY PTCLIBFX.

           PERFORM BA000-INIT
           PERFORM DA000-CROSS-CHECK
           PERFORM CA000-TERM

           COPY PSCRTNCD.

           .
       MAIN-EXIT.
           STOP RUN.


      /*****************************************************************
      *                                                                *
       BA000-INIT SECTION.
       BA000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Payroll Deduction Cross-Check Started at '
                   TIME-OUT OF W-WK '.'
           PERFORM BB000-CONNECT-TO-SQLRT

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM BD000-SET-RUN-STAT-PROCESSING
           END-IF

           PERFORM BH000-GET-RUNCTL-DATA
           PERFORM BH100-SET-PAY-END-DATE
           PERFORM BH200-GET-PAY-CYCLE
           PERFORM BJ000-DISPLAY-RUN-CONTROL

           .
       INIT-EXIT.


      /*****************************************************************
      *                                                                *
       BB000-CONNECT-TO-SQLRT SECTION.
       BB000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-CONNECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CONNECT-TO-SQLRT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CONNECT-TO-SQLRT-EXIT.


      /*****************************************************************
      *                                                                *
       BD000-SET-RUN-STAT-PROCESSING SECTION.
       BD000.
      *                                                                *
      ******************************************************************

           INITIALIZE USTAT
           MOVE PROCESS-INSTANCE OF SQLRT  TO  PROCESS-INSTANCE OF USTAT
           SET RUN-STATUS-PROCESSING OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-PROCESSING(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-PROCESSING-EXIT.


      /*****************************************************************
      *                                                                *
       BH000-GET-RUNCTL-DATA SECTION.
       BH000.
      *                                                                *
      ******************************************************************

           MOVE OPRID OF SQLRT  TO  OPRID OF S-RUNCTL
           MOVE BATCH-RUN-ID OF SQLRT  TO  BATCH-RUN-ID OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-RUNCTL
                                   BIND-SETUP OF S-RUNCTL
                                   BIND-DATA OF S-RUNCTL
                                   SELECT-SETUP OF S-RUNCTL
                                   SELECT-DATA OF S-RUNCTL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-RUNCTL-DATA(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-RUNCTL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'COBRA Run Control Missing.'
                   DISPLAY ' for Operator ID  ' OPRID OF S-RUNCTL
                   DISPLAY ' and Batch Run ID '
                           BATCH-RUN-ID OF S-RUNCTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'GET-RUNCTL-DATA(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF COMPANY OF S-RUNCTL  =  SPACE
                   OR PAYGROUP OF S-RUNCTL  =  SPACE

               DISPLAY 'Company and Pay Group are required on the '
                       'COBRA Run Control.'
               DISPLAY ' for Operator ID  ' OPRID OF S-RUNCTL
               DISPLAY ' and Batch Run ID '
                       BATCH-RUN-ID OF S-RUNCTL
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE PROCESS-DT OF S-RUNCTL  TO  PROCESS-DT OF W-CNTL
           MOVE COMPANY OF S-RUNCTL  TO  COMPANY OF W-CNTL
           MOVE PAYGROUP OF S-RUNCTL  TO  PAYGROUP OF W-CNTL
           MOVE PAY-END-DT OF S-RUNCTL  TO  PAY-END-DT OF W-CNTL

           .
       GET-RUNCTL-DATA-EXIT.


      /*****************************************************************
      *   NO PAY END DATE ON THE RUN CONTROL: CHECK THE LATEST PAY     *
      *   CYCLE OF THE COMPANY AND PAY GROUP CONFIRMED ON OR BEFORE    *
      *   THE PROCESS DATE                                             *
      ******************************************************************
       BH100-SET-PAY-END-DATE SECTION.
       BH100.
      *                                                                *
      ******************************************************************

           IF PAY-END-DT OF W-CNTL  =  SPACE

               MOVE COMPANY OF W-CNTL  TO  COMPANY OF S-LASTCNF
               MOVE PAYGROUP OF W-CNTL  TO  PAYGROUP OF S-LASTCNF
               MOVE PROCESS-DT OF W-CNTL
                       TO  PROCESS-DT OF S-LASTCNF

               CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
                                       SQL-STMT OF S-LASTCNF
                                       BIND-SETUP OF S-LASTCNF
                                       BIND-DATA OF S-LASTCNF
                                       SELECT-SETUP OF S-LASTCNF
                                       SELECT-DATA OF S-LASTCNF
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'SET-PAY-END-DATE(SELECT)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF

               INITIALIZE SELECT-DATA OF S-LASTCNF

               CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   IF RTNCD-END OF SQLRT

                       DISPLAY 'No Confirmed Pay Cycle Found.'
                       DISPLAY ' for Company      ' COMPANY OF W-CNTL
                       DISPLAY ' and Pay Group    ' PAYGROUP OF W-CNTL
                       DISPLAY ' on or before     '
                               PROCESS-DT OF W-CNTL
                       SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                       PERFORM ZZ000-SQL-ERROR
                   ELSE
                       MOVE 'SET-PAY-END-DATE(FETCH)'
                               TO  ERR-SECTION OF SQLRT
                       PERFORM ZZ000-SQL-ERROR
                   END-IF
               END-IF

               MOVE PAY-END-DT OF S-LASTCNF  TO  PAY-END-DT OF W-CNTL
           END-IF

           .
       SET-PAY-END-DATE-EXIT.


      /*****************************************************************
      *   PAY PERIOD OF THE CYCLE AND OF THE CONFIRMED CYCLE BEFORE    *
      *   IT.  COBRA EVENTS ARE LOOKED AT FROM THE LOOKBACK DAYS       *
      *   BEFORE THE EARLIER PAY PERIOD BEGAN, SO AN EVENT ENTERED     *
      *   LATE FOR A DEDUCTION THAT STOPPED IS STILL FOUND             *
      ******************************************************************
       BH200-GET-PAY-CYCLE SECTION.
       BH200.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-CNTL  TO  COMPANY OF S-PAYCYC
           MOVE PAYGROUP OF W-CNTL  TO  PAYGROUP OF S-PAYCYC
           MOVE PAY-END-DT OF W-CNTL  TO  PAY-END-DT OF S-PAYCYC

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF S-PAYCYC
                                   BIND-SETUP OF S-PAYCYC
                                   BIND-DATA OF S-PAYCYC
                                   SELECT-SETUP OF S-PAYCYC
                                   SELECT-DATA OF S-PAYCYC
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-PAY-CYCLE(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-PAYCYC

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   DISPLAY 'Pay Cycle Not Found.'
                   DISPLAY ' for Company      ' COMPANY OF W-CNTL
                   DISPLAY ' and Pay Group    ' PAYGROUP OF W-CNTL
                   DISPLAY ' and Pay End Date ' PAY-END-DT OF W-CNTL
                   SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
                   PERFORM ZZ000-SQL-ERROR
               ELSE
                   MOVE 'GET-PAY-CYCLE(FETCH)'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF NOT PAY-CONFIRM-RUN-YES OF S-PAYCYC

               DISPLAY 'Pay Cycle Not Confirmed.'
               DISPLAY ' for Company      ' COMPANY OF W-CNTL
               DISPLAY ' and Pay Group    ' PAYGROUP OF W-CNTL
               DISPLAY ' and Pay End Date ' PAY-END-DT OF W-CNTL
               SET RTNCD-USER-ERROR OF SQLRT  TO  TRUE
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE PAY-BEGIN-DT OF S-PAYCYC  TO  PAY-BEGIN-DT OF W-CNTL
           MOVE PRIOR-PAY-END-DT OF S-PAYCYC
                   TO  PRIOR-PAY-END-DT OF W-CNTL
           MOVE PRIOR-PAY-BEGIN-DT OF S-PAYCYC
                   TO  PRIOR-PAY-BEGIN-DT OF W-CNTL

           IF PRIOR-PAY-BEGIN-DT OF W-CNTL  =  SPACE

               MOVE PAY-BEGIN-DT OF W-CNTL  TO  BEGIN-DT OF DTWRK
           ELSE
               MOVE PRIOR-PAY-BEGIN-DT OF W-CNTL  TO  BEGIN-DT OF DTWRK
           END-IF

           COMPUTE DAYS OF DTWRK  =  ZERO  -  LOOKBACK-DAYS OF W-CNTL
           SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  LOOKBACK-DT OF W-CNTL

           .
       GET-PAY-CYCLE-EXIT.


      /*****************************************************************
      *                                                                *
       BJ000-DISPLAY-RUN-CONTROL SECTION.
       BJ000.
      *                                                                *
      ******************************************************************

           DISPLAY ' for Operator ID        :' OPRID OF SQLRT
           DISPLAY ' and Batch Run ID       :' BATCH-RUN-ID OF SQLRT
           DISPLAY ' and Process Date       :' PROCESS-DT OF W-CNTL
           DISPLAY ' and Company            :' COMPANY OF W-CNTL
           DISPLAY ' and Pay Group          :' PAYGROUP OF W-CNTL
           DISPLAY ' and Pay End Date       :' PAY-END-DT OF W-CNTL
           DISPLAY ' and Prior Pay End Date :'
                   PRIOR-PAY-END-DT OF W-CNTL
           DISPLAY ' and COBRA Events From  :' LOOKBACK-DT OF W-CNTL
           DISPLAY ' '

           .
       DISPLAY-RUN-CONTROL-EXIT.


      /*****************************************************************
      *                                                                *
       CA000-TERM SECTION.
       CA000.
      *                                                                *
      ******************************************************************

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM CG000-SET-RUN-STAT-SUCCESSFUL
           END-IF

           PERFORM WZ000-COMMIT
           PERFORM WX000-DISCONNECT-COMMON-CURSOR
           PERFORM CJ000-DISCONNECT-FROM-SQLRT
           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Payroll Deduction Cross-Check Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-EXIT.


      /*****************************************************************
      *                                                                *
       CG000-SET-RUN-STAT-SUCCESSFUL SECTION.
       CG000.
      *                                                                *
      ******************************************************************

           SET RUN-STATUS-SUCCESSFUL OF USTAT  TO  TRUE

           CALL 'PTPUSTAT' USING   SQLRT
                                   USTAT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SET-RUN-STAT-SUCCESSFUL(PTPUSTAT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SET-RUN-STAT-SUCCESSFUL-EXIT.


      /*****************************************************************
      *                                                                *
       CJ000-DISCONNECT-FROM-SQLRT SECTION.
       CJ000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-DISCONNECT-ALL OF SQLRT
                                   SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'DISCONNECT-FROM-SQLRT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       DISCONNECT-FROM-SQLRT-EXIT.


      /*****************************************************************
      *     PAYROLL TO COBRA DEDUCTION CROSS-CHECK                     *
      ******************************************************************
       DA000-CROSS-CHECK SECTION.
       DA000.
      * The driving cursor returns one row per employee, benefit       *
      * record, plan type and deduction class deducted in the cycle    *
      * or in the cycle before it.  Only before-tax health deductions  *
      * are checked.  The amounts of one plan type are summed across   *
      * its rows and the plan type is checked when the key changes.    *
      ******************************************************************

           PERFORM DD000-INIT-CROSS-CHECK
           PERFORM DG000-SELECT-DEDUCTIONS
           PERFORM DJ000-FETCH-DEDUCTIONS

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM DM000-PROCESS-DEDUCTION
               PERFORM DJ000-FETCH-DEDUCTIONS
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           IF PLAN-TYPE-PENDING-YES OF W-SW

               PERFORM DP000-CHECK-PLAN-TYPE
           END-IF

           PERFORM DV000-DISC-CROSS-CHECK
           PERFORM DY000-TERM-CROSS-CHECK

           .
       CROSS-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       DD000-INIT-CROSS-CHECK SECTION.
       DD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Deduction Cross-Check Started at '
                   TIME-OUT OF W-WK '.'

           SET PLAN-TYPE-PENDING-NO OF W-SW  TO  TRUE
           PERFORM DD100-CLEAR-EXCEPTIONS

           .
       INIT-CROSS-CHECK-EXIT.


      /*****************************************************************
      *   CLEAR THE EXCEPTIONS OF AN EARLIER RUN FOR THE PAY CYCLE     *
      ******************************************************************
       DD100-CLEAR-EXCEPTIONS SECTION.
       DD100.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-CNTL  TO  COMPANY OF D-RECEXCP
           MOVE PAYGROUP OF W-CNTL  TO  PAYGROUP OF D-RECEXCP
           MOVE PAY-END-DT OF W-CNTL  TO  PAY-END-DT OF D-RECEXCP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-RECEXCP
                                   BIND-SETUP OF D-RECEXCP
                                   BIND-DATA OF D-RECEXCP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-EXCEPTIONS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-EXCEPTIONS-EXIT.


      /*****************************************************************
      *                                                                *
       DG000-SELECT-DEDUCTIONS SECTION.
       DG000.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-CNTL  TO  COMPANY OF S-DEDCMP
           MOVE PAYGROUP OF W-CNTL  TO  PAYGROUP OF S-DEDCMP
           MOVE PAY-END-DT OF W-CNTL  TO  PAY-END-DT OF S-DEDCMP
           MOVE PRIOR-PAY-END-DT OF W-CNTL
                   TO  PRIOR-PAY-END-DT OF S-DEDCMP

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEDCMP OF W-CNTL
                                   SQL-STMT OF S-DEDCMP
                                   BIND-SETUP OF S-DEDCMP
                                   BIND-DATA OF S-DEDCMP
                                   SELECT-SETUP OF S-DEDCMP
                                   SELECT-DATA OF S-DEDCMP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-DEDUCTIONS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-DEDUCTIONS-EXIT.


      /*****************************************************************
      *                                                                *
       DJ000-FETCH-DEDUCTIONS SECTION.
       DJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DEDCMP

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEDCMP OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-DEDUCTIONS'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-DEDUCTIONS-EXIT.


      /*****************************************************************
      *   START A NEW PLAN TYPE ON A KEY CHANGE, THEN ADD THIS ROW'S   *
      *   CURRENT AND PRIOR CYCLE DEDUCTIONS TO IT                     *
      ******************************************************************
       DM000-PROCESS-DEDUCTION SECTION.
       DM000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  DEDUCTION-ROW-COUNT OF W-COUNT

           IF PLAN-TYPE-HEALTH OF S-DEDCMP
                   AND DED-CLASS-BEFORE-TAX OF S-DEDCMP

               IF EMPLID OF S-DEDCMP  NOT =  REC-EMPLID OF W-REC
                       OR BENEFIT-RCD-NO OF S-DEDCMP
                               NOT =  REC-BENEFIT-RCD-NO OF W-REC
                       OR PLAN-TYPE OF S-DEDCMP
                               NOT =  REC-PLAN-TYPE OF W-REC
                       OR PLAN-TYPE-PENDING-NO OF W-SW

                   IF PLAN-TYPE-PENDING-YES OF W-SW

                       PERFORM DP000-CHECK-PLAN-TYPE
                   END-IF

                   PERFORM DM100-START-PLAN-TYPE
               END-IF

               ADD CUR-DED-AMT OF S-DEDCMP
                       TO  REC-CUR-DED-AMT OF W-REC
               ADD PRIOR-DED-AMT OF S-DEDCMP
                       TO  REC-PRIOR-DED-AMT OF W-REC
           END-IF

           .
       PROCESS-DEDUCTION-EXIT.


      /*****************************************************************
      *                                                                *
       DM100-START-PLAN-TYPE SECTION.
       DM100.
      *                                                                *
      ******************************************************************

           INITIALIZE W-REC
           MOVE EMPLID OF S-DEDCMP  TO  REC-EMPLID OF W-REC
           MOVE BENEFIT-RCD-NO OF S-DEDCMP
                   TO  REC-BENEFIT-RCD-NO OF W-REC
           MOVE PLAN-TYPE OF S-DEDCMP  TO  REC-PLAN-TYPE OF W-REC
           SET PLAN-TYPE-PENDING-YES OF W-SW  TO  TRUE

           .
       START-PLAN-TYPE-EXIT.


      /*****************************************************************
      *   CHECK THE ACCUMULATED PLAN TYPE AGAINST COBRA:               *
      *     - STILL DEDUCTED: NOT ALSO ENROLLED IN COBRA FOR THE       *
      *       PAY PERIOD;                                              *
      *     - DEDUCTION STOPPED: A COBRA PLAN WHOSE COVERAGE PICKS UP  *
      *       THE FIRST OF THE MONTH AFTER THE LAST PAY PERIOD         *
      *       DEDUCTED, ELSE AT LEAST COBRA ACTIVITY OR AN EVENT       *
      ******************************************************************
       DP000-CHECK-PLAN-TYPE SECTION.
       DP000.
      *                                                                *
      ******************************************************************

           SET PLAN-TYPE-PENDING-NO OF W-SW  TO  TRUE
           ADD 1  TO  PLAN-TYPE-COUNT OF W-COUNT
           MOVE SPACE  TO  REC-EXCEPTION OF W-REC
           MOVE SPACE  TO  REC-EXPECT-BEGIN-DT OF W-REC

           IF REC-CUR-DED-AMT OF W-REC  >  ZERO

               PERFORM DP110-GET-CURRENT-COBRA-PLAN

               IF CBR-PLAN-FOUND-YES OF W-SW

                   PERFORM DP300-TEST-DOUBLE-CHARGE
               END-IF
           ELSE

               IF REC-PRIOR-DED-AMT OF W-REC  >  ZERO

                   PERFORM DP100-GET-COBRA-PLAN

                   IF CBR-PLAN-FOUND-YES OF W-SW

                       PERFORM DP400-TEST-COVERAGE-TIMING
                   ELSE
                       PERFORM DP200-GET-COBRA-TRIGGER
                   END-IF
               END-IF
           END-IF

           IF REC-EXCEPTION OF W-REC  NOT =  SPACE

               PERFORM DP500-WRITE-EXCEPTION
           END-IF

           .
       CHECK-PLAN-TYPE-EXIT.


      /*****************************************************************
      *   MOST RECENT COBRA PARTICIPANT PLAN OF THE EMPLOYEE FOR THE   *
      *   PLAN TYPE ON AN EVENT DATED ON OR AFTER THE LOOKBACK DATE,   *
      *   FOR A DEDUCTION THAT STOPPED.  A VOID PLAN, OR ONE WITH NO   *
      *   COVERAGE BEGIN, COUNTS AS NO PLAN                            *
      ******************************************************************
       DP100-GET-COBRA-PLAN SECTION.
       DP100.
      *                                                                *
      ******************************************************************

           MOVE REC-EMPLID OF W-REC  TO  EMPLID OF S-CBRPLN
           MOVE REC-BENEFIT-RCD-NO OF W-REC
                   TO  BENEFIT-RCD-NO OF S-CBRPLN
           MOVE REC-PLAN-TYPE OF W-REC  TO  PLAN-TYPE OF S-CBRPLN
           MOVE LOOKBACK-DT OF W-CNTL  TO  LOOKBACK-DT OF S-CBRPLN

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRPLN OF W-CNTL
                                   SQL-STMT OF S-CBRPLN
                                   BIND-SETUP OF S-CBRPLN
                                   BIND-DATA OF S-CBRPLN
                                   SELECT-SETUP OF S-CBRPLN
                                   SELECT-DATA OF S-CBRPLN
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-COBRA-PLAN(SELECT)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CBRPLN
           SET CBR-PLAN-FOUND-YES OF W-SW  TO  TRUE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRPLN OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET CBR-PLAN-FOUND-NO OF W-SW  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF BIND-DATA OF S-CBRPLN
                   MOVE 'GET-COBRA-PLAN(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF CBR-PROCESS-VOID OF S-CBRPLN
                   OR COVERAGE-BEGIN-DT OF S-CBRPLN  =  SPACE

               SET CBR-PLAN-FOUND-NO OF W-SW  TO  TRUE
           END-IF

           .
       GET-COBRA-PLAN-EXIT.


      /*****************************************************************
      *   CURRENT COBRA PARTICIPANT PLAN OF THE EMPLOYEE FOR THE PLAN  *
      *   TYPE, HOWEVER LONG AGO ITS EVENT: A PARTICIPANT ON COBRA     *
      *   FOR MONTHS WHO IS STILL DEDUCTED MUST BE FOUND               *
      ******************************************************************
       DP110-GET-CURRENT-COBRA-PLAN SECTION.
       DP110.
      *                                                                *
      ******************************************************************

           MOVE REC-EMPLID OF W-REC  TO  EMPLID OF S-CBRCUR
           MOVE REC-BENEFIT-RCD-NO OF W-REC
                   TO  BENEFIT-RCD-NO OF S-CBRCUR
           MOVE REC-PLAN-TYPE OF W-REC  TO  PLAN-TYPE OF S-CBRCUR

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRCUR OF W-CNTL
                                   SQL-STMT OF S-CBRCUR
                                   BIND-SETUP OF S-CBRCUR
                                   BIND-DATA OF S-CBRCUR
                                   SELECT-SETUP OF S-CBRCUR
                                   SELECT-DATA OF S-CBRCUR
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-CURRENT-COBRA-PLAN(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CBRCUR
           SET CBR-PLAN-FOUND-YES OF W-SW  TO  TRUE

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRCUR OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
                   SET CBR-PLAN-FOUND-NO OF W-SW  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF BIND-DATA OF S-CBRCUR
                   MOVE 'GET-CURRENT-COBRA-PLAN(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       GET-CURRENT-COBRA-PLAN-EXIT.


      /*****************************************************************
      *   NO COBRA PLAN FOR A DEDUCTION THAT STOPPED: WITH NEITHER     *
      *   COBRA ACTIVITY NOR A COBRA EVENT FOR THE EMPLOYEE THE        *
      *   QUALIFYING EVENT MAY HAVE BEEN MISSED                        *
      ******************************************************************
       DP200-GET-COBRA-TRIGGER SECTION.
       DP200.
      *                                                                *
      ******************************************************************

           MOVE REC-EMPLID OF W-REC  TO  EMPLID OF S-CBRTRG
           MOVE REC-BENEFIT-RCD-NO OF W-REC
                   TO  BENEFIT-RCD-NO OF S-CBRTRG
           MOVE LOOKBACK-DT OF W-CNTL  TO  LOOKBACK-DT OF S-CBRTRG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRTRG OF W-CNTL
                                   SQL-STMT OF S-CBRTRG
                                   BIND-SETUP OF S-CBRTRG
                                   BIND-DATA OF S-CBRTRG
                                   SELECT-SETUP OF S-CBRTRG
                                   SELECT-DATA OF S-CBRTRG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-COBRA-TRIGGER(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-CBRTRG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-CBRTRG OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF S-CBRTRG
                   MOVE 'GET-COBRA-TRIGGER(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF CBR-ACTIVITY-CNT OF S-CBRTRG  =  ZERO
                   AND CBR-EVENT-CNT OF S-CBRTRG  =  ZERO

               SET REC-EXCP-NO-TRIGGER OF W-REC  TO  TRUE
           END-IF

           .
       GET-COBRA-TRIGGER-EXIT.


      /*****************************************************************
      *   STILL DEDUCTED WHILE ENROLLED IN COBRA FOR THE SAME PLAN     *
      *   TYPE: ELECTED, ENROLLED, NOT VOID, WITH COVERAGE THAT        *
      *   OVERLAPS THE PAY PERIOD AND NOT TERMINATED BEFORE IT BEGAN   *
      ******************************************************************
       DP300-TEST-DOUBLE-CHARGE SECTION.
       DP300.
      *                                                                *
      ******************************************************************

           IF COBRA-ELECT-ELECT OF S-CBRCUR
                   AND CBR-ENROLLED OF S-CBRCUR
                   AND NOT CBR-PROCESS-VOID OF S-CBRCUR
                   AND COVERAGE-BEGIN-DT OF S-CBRCUR  NOT =  SPACE
                   AND COVERAGE-BEGIN-DT OF S-CBRCUR
                           NOT >  PAY-END-DT OF W-CNTL

               IF (COVERAGE-END-DT OF S-CBRCUR  =  SPACE
                       OR COVERAGE-END-DT OF S-CBRCUR
                               NOT <  PAY-BEGIN-DT OF W-CNTL)
                       AND (COBRA-TERM-DT OF S-CBRCUR  =  SPACE
                       OR COBRA-TERM-DT OF S-CBRCUR
                               >  PAY-BEGIN-DT OF W-CNTL)

                   SET REC-EXCP-DOUBLE-CHARGE OF W-REC  TO  TRUE
               END-IF
           END-IF

           .
       TEST-DOUBLE-CHARGE-EXIT.


      /*****************************************************************
      *   DEDUCTION STOPPED: COBRA COVERAGE SHOULD BEGIN THE FIRST OF  *
      *   THE MONTH AFTER THE LAST PAY PERIOD DEDUCTED.  A BEGIN ON    *
      *   OR BEFORE THAT PAY END OVERLAPS THE DEDUCTION; A BEGIN       *
      *   AFTER THE FIRST OF THE FOLLOWING MONTH LEAVES A GAP          *
      ******************************************************************
       DP400-TEST-COVERAGE-TIMING SECTION.
       DP400.
      *                                                                *
      ******************************************************************

           MOVE PRIOR-PAY-END-DT OF W-CNTL
                   TO  REC-MONTH-BEGIN-DT OF W-REC
           MOVE 1  TO  REC-MONTH-BEGIN-DD OF W-REC

           MOVE REC-MONTH-BEGIN-DT OF W-REC  TO  BEGIN-DT OF DTWRK
           MOVE 1  TO  MONTHS OF DTWRK
           SET OPTION-ADD-MONTHS OF DTWRK  TO  TRUE

           CALL 'PTPDTWRK' USING   DTWRK

           MOVE END-DT OF DTWRK  TO  REC-EXPECT-BEGIN-DT OF W-REC

           IF COVERAGE-BEGIN-DT OF S-CBRPLN
                   NOT >  PRIOR-PAY-END-DT OF W-CNTL

               SET REC-EXCP-CVG-OVERLAP OF W-REC  TO  TRUE
           ELSE

               IF COVERAGE-BEGIN-DT OF S-CBRPLN
                       >  REC-EXPECT-BEGIN-DT OF W-REC

                   SET REC-EXCP-CVG-GAP OF W-REC  TO  TRUE
               END-IF
           END-IF

           .
       TEST-COVERAGE-TIMING-EXIT.


      /*****************************************************************
      *                                                                *
       DP500-WRITE-EXCEPTION SECTION.
       DP500.
      *                                                                *
      ******************************************************************

           MOVE COMPANY OF W-CNTL  TO  COMPANY OF I-RECEXCP
           MOVE PAYGROUP OF W-CNTL  TO  PAYGROUP OF I-RECEXCP
           MOVE PAY-END-DT OF W-CNTL  TO  PAY-END-DT OF I-RECEXCP
           MOVE REC-EMPLID OF W-REC  TO  EMPLID OF I-RECEXCP
           MOVE REC-BENEFIT-RCD-NO OF W-REC
                   TO  BENEFIT-RCD-NO OF I-RECEXCP
           MOVE REC-PLAN-TYPE OF W-REC  TO  PLAN-TYPE OF I-RECEXCP
           MOVE REC-EXCEPTION OF W-REC
                   TO  CBR-REC-EXCEPTION OF I-RECEXCP
           MOVE REC-CUR-DED-AMT OF W-REC  TO  CUR-DED-AMT OF I-RECEXCP
           MOVE REC-PRIOR-DED-AMT OF W-REC
                   TO  PRIOR-DED-AMT OF I-RECEXCP
           MOVE PRIOR-PAY-END-DT OF W-CNTL
                   TO  PRIOR-PAY-END-DT OF I-RECEXCP
           MOVE COBRA-EVENT-ID OF S-CBRPLN
                   TO  COBRA-EVENT-ID OF I-RECEXCP
           MOVE COBRA-EVENT-DT OF S-CBRPLN
                   TO  COBRA-EVENT-DT OF I-RECEXCP
           MOVE COVERAGE-BEGIN-DT OF S-CBRPLN
                   TO  COVERAGE-BEGIN-DT OF I-RECEXCP
           MOVE REC-EXPECT-BEGIN-DT OF W-REC
                   TO  CBR-EXPECT-BEGIN-DT OF I-RECEXCP
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-RECEXCP

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-RECEXCP OF W-CNTL
                                   SQL-STMT OF I-RECEXCP
                                   BIND-SETUP OF I-RECEXCP
                                   BIND-DATA OF I-RECEXCP
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-EXCEPTION'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           EVALUATE TRUE

               WHEN REC-EXCP-NO-TRIGGER OF W-REC
                   ADD 1  TO  NO-TRIGGER-COUNT OF W-COUNT

               WHEN REC-EXCP-DOUBLE-CHARGE OF W-REC
                   ADD 1  TO  DOUBLE-CHARGE-COUNT OF W-COUNT

               WHEN REC-EXCP-CVG-OVERLAP OF W-REC
                   ADD 1  TO  CVG-OVERLAP-COUNT OF W-COUNT

               WHEN REC-EXCP-CVG-GAP OF W-REC
                   ADD 1  TO  CVG-GAP-COUNT OF W-COUNT
           END-EVALUATE

           .
       WRITE-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       DV000-DISC-CROSS-CHECK SECTION.
       DV000.
      *                                                                *
      ******************************************************************

           IF SQL-CURSOR OF S-DEDCMP OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-DEDCMP OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-CROSS-CHECK(S-DEDCMP)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-CBRPLN OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-CBRPLN OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-CROSS-CHECK(S-CBRPLN)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-CBRTRG OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-CBRTRG OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-CROSS-CHECK(S-CBRTRG)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-RECEXCP OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-RECEXCP OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-CROSS-CHECK(I-RECEXCP)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-CROSS-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       DY000-TERM-CROSS-CHECK SECTION.
       DY000.
      *                                                                *
      ******************************************************************

           MOVE DEDUCTION-ROW-COUNT OF W-COUNT
                   TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Deduction Rows Read:' DISPLAY-COUNT-1 OF W-WK
           MOVE PLAN-TYPE-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Plan Types Checked :' DISPLAY-COUNT-1 OF W-WK
           MOVE NO-TRIGGER-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     No COBRA Trigger   :' DISPLAY-COUNT-1 OF W-WK
           MOVE DOUBLE-CHARGE-COUNT OF W-COUNT
                   TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Double Charged     :' DISPLAY-COUNT-1 OF W-WK
           MOVE CVG-OVERLAP-COUNT OF W-COUNT
                   TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Coverage Overlap   :' DISPLAY-COUNT-1 OF W-WK
           MOVE CVG-GAP-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Coverage Gap       :' DISPLAY-COUNT-1 OF W-WK

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Deduction Cross-Check Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-CROSS-CHECK-EXIT.


      /*****************************************************************
      *                                                                *
       WX000-DISCONNECT-COMMON-CURSOR SECTION.
       WX000.
      *                                                                *
      ******************************************************************

           IF SQL-CURSOR-COMMON OF SQLRT  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR-COMMON OF SQLRT
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISCONNECT-COMMON-CURSOR'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISCONNECT-COMMON-CURSOR-EXIT.


      /*****************************************************************
      *                                                                *
       WZ000-COMMIT SECTION.
       WZ000.
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-COMMIT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
           IF RTNCD-ERROR OF SQLRT

               MOVE 'COMMIT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       COMMIT-EXIT.


      /*****************************************************************
      *                                                                *
       ZZ000-SQL-ERROR SECTION.
       ZZ000.
      *                                                                *
      * SQL ERROR PROCESSING                                           *
      *                                                                *
      ******************************************************************

           CALL 'PTPSQLRT' USING   ACTION-ERROR OF SQLRT
                                   SQLRT

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'COBRA Payroll Deduction Cross-Check did not finish'
                   ' at ' TIME-OUT OF W-WK ' !!!!!'

           COPY PSCRTNCD.

           .
       SQL-ERROR-EXIT.
           STOP RUN.

      /*****************************************************************
      *                                                                *
       ZZ999-GET-DISPLAY-TIME SECTION.
       ZZ999.
      *                                                                *
      ******************************************************************

           ACCEPT TIME-OUT OF W-WK  FROM  TIME
           INSPECT TIME-OUT OF W-WK CONVERTING SPACE  TO  ':'
           INSPECT TIME-OUT OF W-WK CONVERTING '/'  TO  '.'

           .
       GET-DISPLAY-TIME-EXIT.
