       IDENTIFICATION DIVISION.

       PROGRAM-ID. PSPCBACA.

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
      * COBRA ACA 1095-B/1095-C COVERAGE MONTHS EXTRACT                *
      *                                                                *
      * Annual batch run for one reporting (tax) year.  Reads every    *
      * COBRA participant health plan whose coverage overlaps the      *
      * year, together with each dependent covered under that          *
      * election, and builds a January-December coverage indicator     *
      * for every covered individual -- qualified beneficiary and      *
      * covered dependents alike.  A month is covered when any day of  *
      * it falls between the COBRA coverage begin date and the         *
      * effective end of COBRA coverage:                               *
      *                                                                *
      *   - only elected plans count; waived plans and plans closed    *
      *     by the election window lapse (EL) carry no months;         *
      *   - a termination for nonpayment or at the natural expiry      *
      *     of the COBRA period ends coverage the day before           *
      *     COBRA-TERM-DT;                                             *
      *   - a reinstated plan has its nonpayment term backed out,      *
      *     so it reads as continuous coverage.                        *
      *                                                                *
      * One flat vendor extract row is written per covered individual  *
      * carrying name, birthdate and national ID, and every covered    *
      * individual with no national ID on file is also written to the  *
      * exceptions list for follow-up before the forms are filed.      *
      *                                                                *
      * The extract and exception rows of an earlier run for the same  *
      * reporting year are cleared first, so a corrected extract can   *
      * be rerun.                                                      *
      *                                                                *
      ******************************************************************

       DATA DIVISION.


       WORKING-STORAGE SECTION.


       01  PROGRAM-IDENTITY            PIC X(8)    VALUE 'PSPCBACA'.


       01  W-WK.
           02  TIME-OUT                PIC 99B99B99/99.
           02  DISPLAY-COUNT-1         PIC Z(6)9.
           02  MONTH-COUNT             PIC 99                  COMP.
           02  MONTH-BEGIN             PIC 99                  COMP.
           02  MONTH-END               PIC 99                  COMP.


       01  W-SW.
           02  PERSON-PENDING-SW       PIC X       VALUE 'N'.
               88  PERSON-PENDING-NO               VALUE 'N'.
               88  PERSON-PENDING-YES              VALUE 'Y'.

           02  PRIMARY-NID-SW          PIC X.
               88  PRIMARY-NID-FOUND-NO            VALUE 'N'.
               88  PRIMARY-NID-FOUND-YES           VALUE 'Y'.


       01  W-COUNT.
           02  PLAN-ROW-COUNT          PIC S9(7)   VALUE ZERO  COMP-3.
           02  PERSON-COUNT            PIC S9(7)   VALUE ZERO  COMP-3.
           02  NO-COVERAGE-COUNT       PIC S9(7)   VALUE ZERO  COMP-3.
           02  NO-NID-COUNT            PIC S9(7)   VALUE ZERO  COMP-3.


      *****************************************************************
      *      COVERED INDIVIDUAL BEING ACCUMULATED FOR THE EXTRACT     *
      *****************************************************************
       01  W-ACA.
           02  ACA-EMPLID              PIC X(20).
           02  ACA-COVERED-BENEF       PIC XX.
           02  ACA-COVERED-PERSON-TYP  PIC XX.
               88  ACA-COVERED-EMPLOYEE            VALUE 'EE'.
           02  ACA-QB-BENEF            PIC XX.
           02  ACA-COBRA-EMPLID        PIC X(11).
           02  ACA-NAME                PIC X(50).
           02  ACA-BIRTHDATE           PIC X(10).
           02  ACA-NATIONAL-ID         PIC X(20).
           02  ACA-ALL-12-MONTHS       PIC X.
               88  ACA-ALL-12-YES                  VALUE 'Y'.
               88  ACA-ALL-12-NO                   VALUE 'N'.
           02  ACA-COVERED-MONTHS      PIC X(12).
           02  FILLER REDEFINES ACA-COVERED-MONTHS.
               03  ACA-COVERED-MM      PIC X       OCCURS 12
                                                       INDEXED BY
                                                           ACA-MM-IDX.
                   88  ACA-MM-COVERED              VALUE 'Y'.
                   88  ACA-MM-NOT-COVERED          VALUE 'N'.
           02  ACA-CVG-BEGIN-DT        PIC X(10).
           02  FILLER REDEFINES ACA-CVG-BEGIN-DT.
               03  FILLER              PIC X(5).
               03  ACA-CVG-BEGIN-MM    PIC 99.
               03  FILLER              PIC XXX.
           02  ACA-CVG-END-DT          PIC X(10).
           02  FILLER REDEFINES ACA-CVG-END-DT.
               03  FILLER              PIC X(5).
               03  ACA-CVG-END-MM      PIC 99.
               03  FILLER              PIC XXX.


       01  W-CNTL.
           02  PROCESS-DT              PIC X(10).
           02  FILLER REDEFINES PROCESS-DT.
               03  PROCESS-YYYY        PIC 9999.
               03  FILLER              PIC X(6).

           02  ACA-TAX-YEAR            PIC 9999                COMP.

           02  ACA-YEAR-BEGIN-DT.
               03  ACA-BEGIN-YYYY      PIC 9999.
               03  FILLER              PIC X(6)    VALUE '-01-01'.

           02  ACA-YEAR-END-DT.
               03  ACA-END-YYYY        PIC 9999.
               03  FILLER              PIC X(6)    VALUE '-12-31'.

           02  SQL-CONTROLS.
               03  ACA-EXTRACT-CURSORS.
                   04  S-ACACVG.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-ACAEMPL.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-ACADPND.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  S-DEP-NID.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-ACA1095.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.
                   04  I-ACANOID.
                       05  SQL-CURSOR  PIC 9999    VALUE ZERO  COMP.


      /*****************************************************************
      *            COBRA_RUNCTL SQL BUFFER AND STMT                    *
      ******************************************************************
       01  S-RUNCTL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_S_RUNCTL'.

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
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  PROCESS-DT          PIC X(10).
               03  CBR-ACA-YEAR        PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   COBRA COVERAGE FOR THE REPORTING YEAR SQL BUFFER AND STMT    *
      *   (ONE ROW PER ELECTED OR OFFERED HEALTH PARTIC PLAN AND       *
      *   COVERED INDIVIDUAL -- THE QUALIFIED BENEFICIARY ITSELF AND   *
      *   EACH DEPENDENT ENROLLED ON ITS COBRA HEALTH_DEPENDNT ROWS -- *
      *   OVERLAPPING THE YEAR, ORDERED BY EMPLID AND COVERED          *
      *   DEPENDENT-BENEF)                                             *
      ******************************************************************
       01  S-ACACVG.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_S_ACACVG'.

           02  BIND-SETUP.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  YEAR-BEGIN-DT       PIC X(10)   VALUE SPACES.
               03  YEAR-END-DT         PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC XX      VALUE ALL 'M'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'H'.
               03  FILLER              PIC X(11)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  EMPLID              PIC X(20).
               03  COVERED-BENEF       PIC XX.
               03  COVERED-PERSON-TYP  PIC XX.
               03  BENEFIT-RCD-NO      PIC 999                 COMP.
               03  COBRA-EVENT-ID      PIC 999                 COMP.
               03  DEPENDENT-BENEF     PIC XX.
               03  PLAN-TYPE           PIC XX.
               03  BENEFIT-PLAN        PIC X(10).
               03  COBRA-EMPLID        PIC X(11).
               03  COBRA-ELECT         PIC X.
                   88  COBRA-ELECT-ELECT           VALUE 'E'.
                   88  COBRA-ELECT-WAIVE           VALUE 'W'.
                   88  COBRA-ELECT-NONE            VALUE ' '.
               03  COBRA-ELECT-DT      PIC X(10).
               03  COVERAGE-BEGIN-DT   PIC X(10).
               03  COVERAGE-END-DT     PIC X(10).
               03  COBRA-TERM-DT       PIC X(10).
               03  COBRA-TERM-REASON   PIC X.
                   88  COBRA-NOT-TERMINATED        VALUE 'N'.
                   88  COBRA-TERM-NONPAYMENT       VALUE 'P'.
               03  CBR-INIT-EVENT-STS  PIC XX.
                   88  CBR-INIT-ELECT-LAPSED       VALUE 'EL'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   EMPLOYEE NAME, BIRTHDATE AND PRIMARY NATIONAL ID AS OF THE   *
      *   END OF THE REPORTING YEAR SQL BUFFER AND STMT                *
      ******************************************************************
       01  S-ACAEMPL.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_S_ACAEMPL'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  EFFDT               PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  NAME                PIC X(50).
               03  BIRTHDATE           PIC X(10).
               03  NATIONAL-ID         PIC X(20).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   DEPENDENT NAME AND BIRTHDATE AS OF THE END OF THE            *
      *   REPORTING YEAR SQL BUFFER AND STMT                           *
      ******************************************************************
       01  S-ACADPND.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_S_ACADPND'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  EFFDT               PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC X(50)   VALUE ALL 'C'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  NAME                PIC X(50).
               03  BIRTHDATE           PIC X(10).
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *              DEP_BENEF_NID SQL BUFFER AND STMT                 *
      ******************************************************************
       01  S-DEP-NID.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_S_DEP_NID'.

           02  BIND-SETUP.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  EMPLID              PIC X(20).
               03  DEPENDENT-BENEF     PIC XX.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-SETUP.
               03  FILLER              PIC XXX     VALUE ALL 'C'.
               03  FILLER              PIC XXXX    VALUE ALL 'H'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  SELECT-DATA.
               03  NID-COUNTRY         PIC XXX.
               03  NATIONAL-ID-TYPE    PIC XXXX.
               03  NATIONAL-ID         PIC X(20).
               03  PRIMARY-NID         PIC X.
                   88  PRIMARY-NID-YES             VALUE 'Y'.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   ACA 1095 COVERAGE MONTHS VENDOR EXTRACT SQL INSERT STMT      *
      ******************************************************************
       01  I-ACA1095.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_I_ACA1095'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X(11)   VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC X       VALUE ALL 'H'.
               03  FILLER              PIC X(12)   VALUE 'CHCHCHCHCHCH'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-ACA-YEAR        PIC 9999                COMP.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  COVERED-PERSON-TYP  PIC XX      VALUE SPACES.
               03  CBR-QB-BENEF        PIC XX      VALUE SPACES.
               03  COBRA-EMPLID        PIC X(11)   VALUE SPACES.
               03  NAME                PIC X(50)   VALUE SPACES.
               03  BIRTHDATE           PIC X(10)   VALUE SPACES.
               03  NATIONAL-ID         PIC X(20)   VALUE SPACES.
               03  CBR-ALL-12-MONTHS   PIC X       VALUE SPACES.
               03  CBR-COVERED-MONTHS.
                   04  CBR-COVERED-MM  PIC X       OCCURS 12.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   COVERED INDIVIDUAL MISSING NATIONAL ID EXCEPTION SQL INSERT  *
      ******************************************************************
       01  I-ACANOID.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_I_ACANOID'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X(20)   VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC XX      VALUE ALL 'C'.
               03  FILLER              PIC XX      VALUE ALL 'H'.
               03  FILLER              PIC X(11)   VALUE ALL 'C'.
               03  FILLER              PIC X(50)   VALUE ALL 'H'.
               03  FILLER              PIC X(10)   VALUE ALL 'D'.
               03  FILLER              PIC X(10)   VALUE ALL 'A'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-ACA-YEAR        PIC 9999                COMP.
               03  EMPLID              PIC X(20)   VALUE SPACES.
               03  DEPENDENT-BENEF     PIC XX      VALUE SPACES.
               03  COVERED-PERSON-TYP  PIC XX      VALUE SPACES.
               03  CBR-QB-BENEF        PIC XX      VALUE SPACES.
               03  COBRA-EMPLID        PIC X(11)   VALUE SPACES.
               03  NAME                PIC X(50)   VALUE SPACES.
               03  BIRTHDATE           PIC X(10)   VALUE SPACES.
               03  PROCESS-DT          PIC X(10)   VALUE SPACES.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   ACA 1095 COVERAGE MONTHS VENDOR EXTRACT SQL DELETE STMT      *
      ******************************************************************
       01  D-ACA1095.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_D_ACA1095'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-ACA-YEAR        PIC 9999                COMP.
               03  FILLER              PIC X       VALUE 'Z'.


      /*****************************************************************
      *   COVERED INDIVIDUAL MISSING NATIONAL ID EXCEPTION SQL DELETE  *
      ******************************************************************
       01  D-ACANOID.
           02  SQL-STMT                PIC X(18)   VALUE
                                                   'PSPCBACA_D_ACANOID'.

           02  BIND-SETUP.
               03  FILLER              PIC XX      VALUE ALL 'S'.
               03  FILLER              PIC X       VALUE 'Z'.

           02  BIND-DATA.
               03  CBR-ACA-YEAR        PIC 9999                COMP.
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
           PERFORM DA000-EXTRACT-COVERAGE
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
           DISPLAY 'COBRA ACA Coverage Extract Started at '
                   TIME-OUT OF W-WK '.'
           PERFORM BB000-CONNECT-TO-SQLRT

           IF PROCESS-INSTANCE OF SQLRT  NOT =  ZERO

               PERFORM BD000-SET-RUN-STAT-PROCESSING
           END-IF

           PERFORM BH000-GET-RUNCTL-DATA
           PERFORM BH100-SET-REPORTING-YEAR
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

           MOVE PROCESS-DT OF S-RUNCTL  TO  PROCESS-DT OF W-CNTL
           MOVE CBR-ACA-YEAR OF S-RUNCTL  TO  ACA-TAX-YEAR OF W-CNTL

           .
       GET-RUNCTL-DATA-EXIT.


      /*****************************************************************
      *   NO REPORTING YEAR ON THE RUN CONTROL: THE FORMS ARE FILED    *
      *   EARLY IN THE NEW YEAR, SO DEFAULT TO THE YEAR BEFORE THE     *
      *   PROCESS DATE                                                 *
      ******************************************************************
       BH100-SET-REPORTING-YEAR SECTION.
       BH100.
      *                                                                *
      ******************************************************************

           IF ACA-TAX-YEAR OF W-CNTL  =  ZERO

               COMPUTE ACA-TAX-YEAR OF W-CNTL
                       =  PROCESS-YYYY OF W-CNTL  -  1
           END-IF

           MOVE ACA-TAX-YEAR OF W-CNTL  TO  ACA-BEGIN-YYYY OF W-CNTL
           MOVE ACA-TAX-YEAR OF W-CNTL  TO  ACA-END-YYYY OF W-CNTL

           .
       SET-REPORTING-YEAR-EXIT.


      /*****************************************************************
      *                                                                *
       BJ000-DISPLAY-RUN-CONTROL SECTION.
       BJ000.
      *                                                                *
      ******************************************************************

           DISPLAY ' for Operator ID        :' OPRID OF SQLRT
           DISPLAY ' and Batch Run ID       :' BATCH-RUN-ID OF SQLRT
           DISPLAY ' and Process Date       :' PROCESS-DT OF W-CNTL
           DISPLAY ' and Reporting Year     :' ACA-BEGIN-YYYY OF W-CNTL
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
           DISPLAY 'COBRA ACA Coverage Extract Ended at '
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
      *     ACA COVERAGE MONTHS EXTRACT                                *
      ******************************************************************
       DA000-EXTRACT-COVERAGE SECTION.
       DA000.
      * The driving cursor returns one row per participant plan and    *
      * covered individual, ordered so that all plan rows for one      *
      * individual arrive together.  Months are OR-ed across those     *
      * rows (an individual can be covered under more than one event   *
      * or as a dependent on another beneficiary's election) and the   *
      * individual is written out when the key changes.                *
      ******************************************************************

           PERFORM DD000-INIT-EXTRACT
           PERFORM DG000-SELECT-COVERAGE
           PERFORM DJ000-FETCH-COVERAGE

           PERFORM UNTIL RTNCD-END OF SQLRT

               PERFORM DM000-PROCESS-COVERAGE
               PERFORM DJ000-FETCH-COVERAGE
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           IF PERSON-PENDING-YES OF W-SW

               PERFORM DP000-WRITE-PERSON
           END-IF

           PERFORM DV000-DISC-EXTRACT
           PERFORM DY000-TERM-EXTRACT

           .
       EXTRACT-COVERAGE-EXIT.


      /*****************************************************************
      *                                                                *
       DD000-INIT-EXTRACT SECTION.
       DD000.
      *                                                                *
      ******************************************************************

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Coverage Months Extract Started at '
                   TIME-OUT OF W-WK '.'

           SET PERSON-PENDING-NO OF W-SW  TO  TRUE
           PERFORM DD100-CLEAR-EXTRACT

           .
       INIT-EXTRACT-EXIT.


      /*****************************************************************
      *   CLEAR THE EXTRACT AND EXCEPTIONS OF AN EARLIER RUN FOR THE   *
      *   REPORTING YEAR                                               *
      ******************************************************************
       DD100-CLEAR-EXTRACT SECTION.
       DD100.
      *                                                                *
      ******************************************************************

           MOVE ACA-TAX-YEAR OF W-CNTL  TO  CBR-ACA-YEAR OF D-ACA1095

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-ACA1095
                                   BIND-SETUP OF D-ACA1095
                                   BIND-DATA OF D-ACA1095
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-EXTRACT(D-ACA1095)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           MOVE ACA-TAX-YEAR OF W-CNTL  TO  CBR-ACA-YEAR OF D-ACANOID

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR-COMMON OF SQLRT
                                   SQL-STMT OF D-ACANOID
                                   BIND-SETUP OF D-ACANOID
                                   BIND-DATA OF D-ACANOID
           IF RTNCD-ERROR OF SQLRT

               MOVE 'CLEAR-EXTRACT(D-ACANOID)'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       CLEAR-EXTRACT-EXIT.


      /*****************************************************************
      *                                                                *
       DG000-SELECT-COVERAGE SECTION.
       DG000.
      *                                                                *
      ******************************************************************

           MOVE ACA-YEAR-BEGIN-DT OF W-CNTL
                   TO  YEAR-BEGIN-DT OF BIND-DATA OF S-ACACVG
           MOVE ACA-YEAR-END-DT OF W-CNTL
                   TO  YEAR-END-DT OF BIND-DATA OF S-ACACVG

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACACVG OF W-CNTL
                                   SQL-STMT OF S-ACACVG
                                   BIND-SETUP OF S-ACACVG
                                   BIND-DATA OF S-ACACVG
                                   SELECT-SETUP OF S-ACACVG
                                   SELECT-DATA OF S-ACACVG
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-COVERAGE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       SELECT-COVERAGE-EXIT.


      /*****************************************************************
      *                                                                *
       DJ000-FETCH-COVERAGE SECTION.
       DJ000.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-ACACVG

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACACVG OF W-CNTL
           IF RTNCD-ERROR OF SQLRT
                   AND NOT RTNCD-END OF SQLRT

               MOVE 'FETCH-COVERAGE'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           .
       FETCH-COVERAGE-EXIT.


      /*****************************************************************
      *   START A NEW COVERED INDIVIDUAL ON A KEY CHANGE, THEN FOLD    *
      *   THIS PLAN ROW'S MONTHS INTO THE INDIVIDUAL                   *
      ******************************************************************
       DM000-PROCESS-COVERAGE SECTION.
       DM000.
      *                                                                *
      ******************************************************************

           ADD 1  TO  PLAN-ROW-COUNT OF W-COUNT

           IF EMPLID OF SELECT-DATA OF S-ACACVG
                   NOT =  ACA-EMPLID OF W-ACA
                   OR COVERED-BENEF OF S-ACACVG
                           NOT =  ACA-COVERED-BENEF OF W-ACA
                   OR PERSON-PENDING-NO OF W-SW

               IF PERSON-PENDING-YES OF W-SW

                   PERFORM DP000-WRITE-PERSON
               END-IF

               PERFORM DM100-START-PERSON
           END-IF

           IF COBRA-ELECT-ELECT OF S-ACACVG
                   AND NOT CBR-INIT-ELECT-LAPSED OF S-ACACVG

               PERFORM DM200-SET-COVERAGE-PERIOD

               IF ACA-CVG-BEGIN-DT OF W-ACA
                       NOT >  ACA-CVG-END-DT OF W-ACA

                   PERFORM DM300-FLAG-COVERED-MONTHS
               END-IF
           END-IF

           .
       PROCESS-COVERAGE-EXIT.


      /*****************************************************************
      *                                                                *
       DM100-START-PERSON SECTION.
       DM100.
      *                                                                *
      ******************************************************************

           INITIALIZE W-ACA
           MOVE EMPLID OF SELECT-DATA OF S-ACACVG
                   TO  ACA-EMPLID OF W-ACA
           MOVE COVERED-BENEF OF S-ACACVG
                   TO  ACA-COVERED-BENEF OF W-ACA
           MOVE COVERED-PERSON-TYP OF S-ACACVG
                   TO  ACA-COVERED-PERSON-TYP OF W-ACA
           MOVE DEPENDENT-BENEF OF SELECT-DATA OF S-ACACVG
                   TO  ACA-QB-BENEF OF W-ACA
           MOVE COBRA-EMPLID OF S-ACACVG
                   TO  ACA-COBRA-EMPLID OF W-ACA
           MOVE ALL 'N'  TO  ACA-COVERED-MONTHS OF W-ACA
           SET PERSON-PENDING-YES OF W-SW  TO  TRUE

           .
       START-PERSON-EXIT.


      /*****************************************************************
      *   CLIP THE PLAN'S COBRA COVERAGE TO THE REPORTING YEAR.  THE   *
      *   EFFECTIVE END IS THE EARLIER OF COVERAGE-END-DT AND THE DAY  *
      *   BEFORE COBRA-TERM-DT (NONPAYMENT TERM OR PERIOD EXPIRY)      *
      ******************************************************************
       DM200-SET-COVERAGE-PERIOD SECTION.
       DM200.
      *                                                                *
      ******************************************************************

           IF COVERAGE-BEGIN-DT OF S-ACACVG
                   >  ACA-YEAR-BEGIN-DT OF W-CNTL

               MOVE COVERAGE-BEGIN-DT OF S-ACACVG
                       TO  ACA-CVG-BEGIN-DT OF W-ACA
           ELSE
               MOVE ACA-YEAR-BEGIN-DT OF W-CNTL
                       TO  ACA-CVG-BEGIN-DT OF W-ACA
           END-IF

           IF COVERAGE-END-DT OF S-ACACVG  =  SPACE
                   OR COVERAGE-END-DT OF S-ACACVG
                           >  ACA-YEAR-END-DT OF W-CNTL

               MOVE ACA-YEAR-END-DT OF W-CNTL
                       TO  ACA-CVG-END-DT OF W-ACA
           ELSE
               MOVE COVERAGE-END-DT OF S-ACACVG
                       TO  ACA-CVG-END-DT OF W-ACA
           END-IF

           IF COBRA-TERM-DT OF S-ACACVG  NOT =  SPACE
                   AND NOT COBRA-NOT-TERMINATED OF S-ACACVG

               MOVE COBRA-TERM-DT OF S-ACACVG  TO  BEGIN-DT OF DTWRK
               MOVE -1  TO  DAYS OF DTWRK
               SET OPTION-ADD-DAYS OF DTWRK  TO  TRUE

               CALL 'PTPDTWRK' USING   DTWRK

               IF END-DT OF DTWRK  <  ACA-CVG-END-DT OF W-ACA

                   MOVE END-DT OF DTWRK  TO  ACA-CVG-END-DT OF W-ACA
               END-IF
           END-IF

           .
       SET-COVERAGE-PERIOD-EXIT.


      /*****************************************************************
      *   A MONTH IS COVERED WHEN ANY DAY OF IT FALLS IN THE PERIOD    *
      ******************************************************************
       DM300-FLAG-COVERED-MONTHS SECTION.
       DM300.
      *                                                                *
      ******************************************************************

           MOVE ACA-CVG-BEGIN-MM OF W-ACA  TO  MONTH-BEGIN OF W-WK
           MOVE ACA-CVG-END-MM OF W-ACA  TO  MONTH-END OF W-WK

           PERFORM VARYING ACA-MM-IDX  FROM  MONTH-BEGIN OF W-WK  BY  1
                   UNTIL ACA-MM-IDX  >  MONTH-END OF W-WK

               SET ACA-MM-COVERED OF W-ACA(ACA-MM-IDX)  TO  TRUE
           END-PERFORM

           .
       FLAG-COVERED-MONTHS-EXIT.


      /*****************************************************************
      *   WRITE THE ACCUMULATED INDIVIDUAL TO THE VENDOR EXTRACT AND,  *
      *   WHEN NO NATIONAL ID IS ON FILE, TO THE EXCEPTIONS LIST       *
      ******************************************************************
       DP000-WRITE-PERSON SECTION.
       DP000.
      *                                                                *
      ******************************************************************

           SET PERSON-PENDING-NO OF W-SW  TO  TRUE
           MOVE ZERO  TO  MONTH-COUNT OF W-WK
           INSPECT ACA-COVERED-MONTHS OF W-ACA
                   TALLYING MONTH-COUNT OF W-WK  FOR ALL 'Y'

           IF MONTH-COUNT OF W-WK  =  ZERO

               ADD 1  TO  NO-COVERAGE-COUNT OF W-COUNT
           ELSE

               IF MONTH-COUNT OF W-WK  =  12

                   SET ACA-ALL-12-YES OF W-ACA  TO  TRUE
               ELSE
                   SET ACA-ALL-12-NO OF W-ACA  TO  TRUE
               END-IF

               IF ACA-COVERED-EMPLOYEE OF W-ACA

                   PERFORM DP100-GET-EMPLOYEE-DATA
               ELSE
                   PERFORM DP200-GET-DEPENDENT-DATA
               END-IF

               PERFORM DP400-WRITE-ACA-EXTRACT

               IF ACA-NATIONAL-ID OF W-ACA  =  SPACE

                   PERFORM DP500-WRITE-NO-NID-EXCEPTION
               END-IF
           END-IF

           .
       WRITE-PERSON-EXIT.


      /*****************************************************************
      *                                                                *
       DP100-GET-EMPLOYEE-DATA SECTION.
       DP100.
      *                                                                *
      ******************************************************************

           MOVE ACA-EMPLID OF W-ACA  TO  EMPLID OF S-ACAEMPL
           MOVE ACA-YEAR-END-DT OF W-CNTL  TO  EFFDT OF S-ACAEMPL

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACAEMPL OF W-CNTL
                                   SQL-STMT OF S-ACAEMPL
                                   BIND-SETUP OF S-ACAEMPL
                                   BIND-DATA OF S-ACAEMPL
                                   SELECT-SETUP OF S-ACAEMPL
                                   SELECT-DATA OF S-ACAEMPL
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-EMPLOYEE-DATA(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ACAEMPL

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACAEMPL OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid: ' EMPLID OF S-ACAEMPL
                   MOVE 'GET-EMPLOYEE-DATA(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE NAME OF S-ACAEMPL  TO  ACA-NAME OF W-ACA
           MOVE BIRTHDATE OF S-ACAEMPL  TO  ACA-BIRTHDATE OF W-ACA
           MOVE NATIONAL-ID OF S-ACAEMPL  TO  ACA-NATIONAL-ID OF W-ACA

           .
       GET-EMPLOYEE-DATA-EXIT.


      /*****************************************************************
      *                                                                *
       DP200-GET-DEPENDENT-DATA SECTION.
       DP200.
      *                                                                *
      ******************************************************************

           MOVE ACA-EMPLID OF W-ACA  TO  EMPLID OF S-ACADPND
           MOVE ACA-COVERED-BENEF OF W-ACA
                   TO  DEPENDENT-BENEF OF S-ACADPND
           MOVE ACA-YEAR-END-DT OF W-CNTL  TO  EFFDT OF S-ACADPND

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACADPND OF W-CNTL
                                   SQL-STMT OF S-ACADPND
                                   BIND-SETUP OF S-ACADPND
                                   BIND-DATA OF S-ACADPND
                                   SELECT-SETUP OF S-ACADPND
                                   SELECT-DATA OF S-ACADPND
           IF RTNCD-ERROR OF SQLRT

               MOVE 'GET-DEPENDENT-DATA(SELECT)'
                       TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           INITIALIZE SELECT-DATA OF S-ACADPND

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-ACADPND OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF RTNCD-END OF SQLRT

                   SET RTNCD-OK OF SQLRT  TO  TRUE
               ELSE
                   DISPLAY 'Emplid/DepBenef: '
                       EMPLID OF S-ACADPND '/'
                       DEPENDENT-BENEF OF S-ACADPND
                   MOVE 'GET-DEPENDENT-DATA(FETCH)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           MOVE NAME OF S-ACADPND  TO  ACA-NAME OF W-ACA
           MOVE BIRTHDATE OF S-ACADPND  TO  ACA-BIRTHDATE OF W-ACA

           PERFORM DP300-GET-DEPENDENT-NID

           .
       GET-DEPENDENT-DATA-EXIT.


      /*****************************************************************
      *   TAKE THE PRIMARY NATIONAL ID, OR THE FIRST ONE ON FILE WHEN  *
      *   NONE IS FLAGGED PRIMARY                                      *
      ******************************************************************
       DP300-GET-DEPENDENT-NID SECTION.
       DP300.
      *                                                                *
      ******************************************************************

           SET PRIMARY-NID-FOUND-NO OF W-SW  TO  TRUE
           MOVE ACA-EMPLID OF W-ACA  TO  EMPLID OF S-DEP-NID
           MOVE ACA-COVERED-BENEF OF W-ACA
                   TO  DEPENDENT-BENEF OF S-DEP-NID

           CALL 'PTPSQLRT' USING   ACTION-SELECT OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEP-NID OF W-CNTL
                                   SQL-STMT OF S-DEP-NID
                                   BIND-SETUP OF S-DEP-NID
                                   BIND-DATA OF S-DEP-NID
                                   SELECT-SETUP OF S-DEP-NID
                                   SELECT-DATA OF S-DEP-NID
           IF RTNCD-ERROR OF SQLRT

               MOVE 'SELECT-DEPENDENT-NID'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           PERFORM DP310-FETCH-DEPENDENT-NID

           PERFORM UNTIL RTNCD-END OF SQLRT

               IF NATIONAL-ID OF S-DEP-NID  NOT =  SPACE
                       AND PRIMARY-NID-FOUND-NO OF W-SW

                   IF PRIMARY-NID-YES OF S-DEP-NID

                       MOVE NATIONAL-ID OF S-DEP-NID
                               TO  ACA-NATIONAL-ID OF W-ACA
                       SET PRIMARY-NID-FOUND-YES OF W-SW  TO  TRUE
                   ELSE

                       IF ACA-NATIONAL-ID OF W-ACA  =  SPACE

                           MOVE NATIONAL-ID OF S-DEP-NID
                                   TO  ACA-NATIONAL-ID OF W-ACA
                       END-IF
                   END-IF
               END-IF

               PERFORM DP310-FETCH-DEPENDENT-NID
           END-PERFORM

           SET RTNCD-OK OF SQLRT  TO  TRUE

           .
       GET-DEPENDENT-NID-EXIT.


      /*****************************************************************
      *                                                                *
       DP310-FETCH-DEPENDENT-NID SECTION.
       DP310.
      *                                                                *
      ******************************************************************

           INITIALIZE SELECT-DATA OF S-DEP-NID

           CALL 'PTPSQLRT' USING   ACTION-FETCH OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF S-DEP-NID OF W-CNTL
           IF RTNCD-ERROR OF SQLRT

               IF NOT RTNCD-END OF SQLRT

                   DISPLAY 'Emplid/DepBenef: '
                       EMPLID OF S-DEP-NID '/'
                       DEPENDENT-BENEF OF S-DEP-NID
                   MOVE 'FETCH-DEPENDENT-NID'  TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       FETCH-DEPENDENT-NID-EXIT.


      /*****************************************************************
      *                                                                *
       DP400-WRITE-ACA-EXTRACT SECTION.
       DP400.
      *                                                                *
      ******************************************************************

           MOVE ACA-TAX-YEAR OF W-CNTL  TO  CBR-ACA-YEAR OF I-ACA1095
           MOVE ACA-EMPLID OF W-ACA  TO  EMPLID OF I-ACA1095
           MOVE ACA-COVERED-BENEF OF W-ACA
                   TO  DEPENDENT-BENEF OF I-ACA1095
           MOVE ACA-COVERED-PERSON-TYP OF W-ACA
                   TO  COVERED-PERSON-TYP OF I-ACA1095
           MOVE ACA-QB-BENEF OF W-ACA  TO  CBR-QB-BENEF OF I-ACA1095
           MOVE ACA-COBRA-EMPLID OF W-ACA  TO  COBRA-EMPLID OF I-ACA1095
           MOVE ACA-NAME OF W-ACA  TO  NAME OF I-ACA1095
           MOVE ACA-BIRTHDATE OF W-ACA  TO  BIRTHDATE OF I-ACA1095
           MOVE ACA-NATIONAL-ID OF W-ACA  TO  NATIONAL-ID OF I-ACA1095
           MOVE ACA-ALL-12-MONTHS OF W-ACA
                   TO  CBR-ALL-12-MONTHS OF I-ACA1095
           MOVE ACA-COVERED-MONTHS OF W-ACA
                   TO  CBR-COVERED-MONTHS OF I-ACA1095
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-ACA1095

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-ACA1095 OF W-CNTL
                                   SQL-STMT OF I-ACA1095
                                   BIND-SETUP OF I-ACA1095
                                   BIND-DATA OF I-ACA1095
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-ACA-EXTRACT'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  PERSON-COUNT OF W-COUNT

           .
       WRITE-ACA-EXTRACT-EXIT.


      /*****************************************************************
      *                                                                *
       DP500-WRITE-NO-NID-EXCEPTION SECTION.
       DP500.
      *                                                                *
      ******************************************************************

           MOVE ACA-TAX-YEAR OF W-CNTL  TO  CBR-ACA-YEAR OF I-ACANOID
           MOVE ACA-EMPLID OF W-ACA  TO  EMPLID OF I-ACANOID
           MOVE ACA-COVERED-BENEF OF W-ACA
                   TO  DEPENDENT-BENEF OF I-ACANOID
           MOVE ACA-COVERED-PERSON-TYP OF W-ACA
                   TO  COVERED-PERSON-TYP OF I-ACANOID
           MOVE ACA-QB-BENEF OF W-ACA  TO  CBR-QB-BENEF OF I-ACANOID
           MOVE ACA-COBRA-EMPLID OF W-ACA  TO  COBRA-EMPLID OF I-ACANOID
           MOVE ACA-NAME OF W-ACA  TO  NAME OF I-ACANOID
           MOVE ACA-BIRTHDATE OF W-ACA  TO  BIRTHDATE OF I-ACANOID
           MOVE PROCESS-DT OF W-CNTL  TO  PROCESS-DT OF I-ACANOID

           CALL 'PTPSQLRT' USING   ACTION-UPDATE OF SQLRT
                                   SQLRT
                                   SQL-CURSOR OF I-ACANOID OF W-CNTL
                                   SQL-STMT OF I-ACANOID
                                   BIND-SETUP OF I-ACANOID
                                   BIND-DATA OF I-ACANOID
           IF RTNCD-ERROR OF SQLRT

               MOVE 'WRITE-NO-NID-EXCEPTION'  TO  ERR-SECTION OF SQLRT
               PERFORM ZZ000-SQL-ERROR
           END-IF

           ADD 1  TO  NO-NID-COUNT OF W-COUNT

           .
       WRITE-NO-NID-EXCEPTION-EXIT.


      /*****************************************************************
      *                                                                *
       DV000-DISC-EXTRACT SECTION.
       DV000.
      *                                                                *
      ******************************************************************

           IF SQL-CURSOR OF S-ACACVG OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-ACACVG OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(S-ACACVG)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-ACAEMPL OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-ACAEMPL OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(S-ACAEMPL)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-ACADPND OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-ACADPND OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(S-ACADPND)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF S-DEP-NID OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF S-DEP-NID OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(S-DEP-NID)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-ACA1095 OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-ACA1095 OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(I-ACA1095)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           IF SQL-CURSOR OF I-ACANOID OF W-CNTL  NOT =  ZERO

               CALL 'PTPSQLRT' USING   ACTION-DISCONNECT OF SQLRT
                                       SQLRT
                                       SQL-CURSOR OF I-ACANOID OF W-CNTL
               IF RTNCD-ERROR OF SQLRT

                   MOVE 'DISC-EXTRACT(I-ACANOID)'
                           TO  ERR-SECTION OF SQLRT
                   PERFORM ZZ000-SQL-ERROR
               END-IF
           END-IF

           .
       DISC-EXTRACT-EXIT.


      /*****************************************************************
      *                                                                *
       DY000-TERM-EXTRACT SECTION.
       DY000.
      *                                                                *
      ******************************************************************

           MOVE PLAN-ROW-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Plan Rows Read     :' DISPLAY-COUNT-1 OF W-WK
           MOVE PERSON-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Individuals Written:' DISPLAY-COUNT-1 OF W-WK
           MOVE NO-COVERAGE-COUNT OF W-COUNT
                   TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     No Covered Months  :' DISPLAY-COUNT-1 OF W-WK
           MOVE NO-NID-COUNT OF W-COUNT  TO  DISPLAY-COUNT-1 OF W-WK
           DISPLAY '     Missing National ID:' DISPLAY-COUNT-1 OF W-WK

           PERFORM ZZ999-GET-DISPLAY-TIME
           DISPLAY 'Coverage Months Extract Ended at '
                   TIME-OUT OF W-WK '.'

           .
       TERM-EXTRACT-EXIT.


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
           DISPLAY 'COBRA ACA Coverage Extract did not finish at '
                   TIME-OUT OF W-WK ' !!!!!'

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
