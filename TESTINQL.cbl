       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTINQL.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTINQL                          ****
      ****     "SENIOR PLAN DELINQUENCY INQUIRY DATABASE LOAD"     ****
      *****************************************************************
      ****
      ****   PURPOSE:   REFRESH THE VSDQINQ DELINQUENCY INQUIRY
      ****              DATABASE FROM THE CYCLE'S BATCH OUTPUTS SO
      ****              THE TESTINQY ONLINE TRANSACTION CAN SHOW A
      ****              COLLECTIONS REPRESENTATIVE, BY SUBSCRIBER ID,
      ****              WHAT THE BATCH DID TO THE ACCOUNT: AGING
      ****              TIER AND AMOUNT, SIX-CYCLE N/C/D HISTORY,
      ****              CHRONIC FLAG, LAST PROMISE AND WHETHER IT
      ****              BROKE, RETURNED-LETTER SUPPRESSION, CASH
      ****              APPLICATION RESULT AND ANY TERMINATION OR
      ****              TERMINATION HOLD.
      ****
      ****              EVERY ROOT TOUCHED IS STAMPED WITH THIS
      ****              RUN'S DATE AND TIME - THE FIRST TOUCH CLEARS
      ****              LAST CYCLE'S VALUES.  ROOTS NOT TOUCHED BY
      ****              THIS RUN ARE DELETED AT END OF JOB, SO THE
      ****              DATABASE ALWAYS HOLDS EXACTLY ONE CYCLE.  A
      ****              RERUN SIMPLY RELOADS THE CYCLE.
      ****
      ****              RUN AFTER TESTLTRN AND TESTCSHA.  ON A SLICED
      ****              CYCLE SUBHSTO IS THE TESTMRGE CONSOLIDATED
      ****              FILE AND THE OTHER INPUTS ARE THE SLICE FILES
      ****              CONCATENATED.
      ****
      ****   INPUTS :   CNTLCRD  - OPTIONAL PARM CARD (LOAD DATE)
      ****              SUBHSTO  - SUBSCRIBER DELINQUENCY HISTORY
      ****              RPTCON   - 30-59 DAY EXTRACT
      ****              RPTWRN   - 60-89 DAY WARNING FILE
      ****              RPTCAN   - 90+ DAY CANCEL FILE
      ****              PROMIN   - PROMISES TESTED THIS CYCLE (LAST
      ****                         CYCLE'S PROMOUT AND DIALPROM)
      ****              PROMOUT  - PROMISE-TO-PAY NOTES CARRIED
      ****              LTRSUPP  - RETURNED-LETTER SUPPRESSION BOOK
      ****              CSHRSLT  - TESTCSHA CASH APPLICATION RESULTS
      ****              TRMTRAN  - TERMINATION TRANSACTIONS
      ****              TRMHOLD  - PROMISE-TO-PAY TERMINATION HOLDS
      ****              TRMNDEF  - NOTICE-DEFICIENT TERMINATION HOLDS
      ****   OUTPUTS:   VSDQINQ  - DELINQUENCY INQUIRY DATABASE
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512232  *
      * 10/15/26  SANDEEP R    SKIP THE CYCLE STAMP RECORD   CQ512235  *
      *                        ON SUBHSTO, RPTCON, PROMOUT             *
      *                        AND LTRSUPP                             *
      * 10/15/26  SANDEEP R    SHOW THE NOTE DATE OF A       CQ512236  *
      *                        BROKEN PROMISE FROM PROMIN,             *
      *                        ALIGN THE PREMIUM DUE DATE              *
      *                        ON THE AGING RECORD IMAGE               *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROL-CARD-FILE        ASSIGN TO CNTLCRD
                                  FILE STATUS IS WS-CNTL-FILE-STATUS.

           SELECT SUBR-HIST-FILE           ASSIGN TO SUBHSTO
                                  FILE STATUS IS WS-SHS-FILE-STATUS.

           SELECT REPORT-FILE              ASSIGN TO RPTCON
                                  FILE STATUS IS WS-CON-FILE-STATUS.

           SELECT WARNING-FILE             ASSIGN TO RPTWRN
                                  FILE STATUS IS WS-WRN-FILE-STATUS.

           SELECT CANCEL-FILE              ASSIGN TO RPTCAN
                                  FILE STATUS IS WS-CAN-FILE-STATUS.

           SELECT PROMISE-IN-FILE          ASSIGN TO PROMIN
                                  FILE STATUS IS WS-PRI-FILE-STATUS.

           SELECT PROMISE-FILE             ASSIGN TO PROMOUT
                                  FILE STATUS IS WS-PRM-FILE-STATUS.

           SELECT SUPPRESSION-FILE         ASSIGN TO LTRSUPP
                                  FILE STATUS IS WS-SUP-FILE-STATUS.

           SELECT RESULTS-FILE             ASSIGN TO CSHRSLT
                                  FILE STATUS IS WS-RSL-FILE-STATUS.

           SELECT TERM-TRANS-FILE          ASSIGN TO TRMTRAN
                                  FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT TERM-HOLD-FILE           ASSIGN TO TRMHOLD
                                  FILE STATUS IS WS-THL-FILE-STATUS.

           SELECT NOTICE-DEF-FILE          ASSIGN TO TRMNDEF
                                  FILE STATUS IS WS-NDF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CONTROL-CARD-REC             PIC X(80).

       FD  SUBR-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-REC                PIC X(60).

       FD  REPORT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REPORT-FILE-REC              PIC X(564).

       FD  WARNING-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  WARNING-FILE-REC             PIC X(564).

       FD  CANCEL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CANCEL-FILE-REC              PIC X(564).

       FD  PROMISE-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PROMISE-IN-REC               PIC X(30).

       FD  PROMISE-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PROMISE-REC                  PIC X(30).

       FD  SUPPRESSION-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUPPRESSION-REC              PIC X(30).

       FD  RESULTS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  RESULTS-REC                  PIC X(132).

       FD  TERM-TRANS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TERM-TRANS-REC               PIC X(80).

       FD  TERM-HOLD-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TERM-HOLD-REC                PIC X(80).

       FD  NOTICE-DEF-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  NOTICE-DEF-REC               PIC X(80).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTINQL'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CNTL-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-CNTL-FILE-OK                VALUE '00'.
               88  WS-CNTL-FILE-NOT-FOUND         VALUE '35'.
           05  WS-SHS-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-SHS-FILE-OK                 VALUE '00'.
               88  WS-SHS-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CON-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CON-FILE-OK                 VALUE '00'.
               88  WS-CON-FILE-NOT-FOUND          VALUE '35'.
           05  WS-WRN-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-WRN-FILE-OK                 VALUE '00'.
               88  WS-WRN-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CAN-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CAN-FILE-OK                 VALUE '00'.
               88  WS-CAN-FILE-NOT-FOUND          VALUE '35'.
           05  WS-PRI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PRI-FILE-OK                 VALUE '00'.
               88  WS-PRI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-PRM-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PRM-FILE-OK                 VALUE '00'.
               88  WS-PRM-FILE-NOT-FOUND          VALUE '35'.
           05  WS-SUP-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-SUP-FILE-OK                 VALUE '00'.
               88  WS-SUP-FILE-NOT-FOUND          VALUE '35'.
           05  WS-RSL-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-RSL-FILE-OK                 VALUE '00'.
               88  WS-RSL-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRM-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRM-FILE-OK                 VALUE '00'.
               88  WS-TRM-FILE-NOT-FOUND          VALUE '35'.
           05  WS-THL-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-THL-FILE-OK                 VALUE '00'.
               88  WS-THL-FILE-NOT-FOUND          VALUE '35'.
           05  WS-NDF-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-NDF-FILE-OK                 VALUE '00'.
               88  WS-NDF-FILE-NOT-FOUND          VALUE '35'.
           05  WS-INPUT-EOF-FLAG          PIC X(01) VALUE 'N'.
               88  WS-INPUT-EOF                   VALUE 'Y'.

      *    OPTIONAL PARM CARD - LOAD DATE (CCYYMMDD) IN COLUMNS 1-8.
      *    ZERO OR MISSING STAMPS THE LOAD WITH TODAY'S DATE.
       01  WS-CNTL-CARD-WORK.
           05  WS-CNTL-LOAD-DATE-IN       PIC 9(08).
           05  FILLER                     PIC X(72).

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-CURR-TIME               PIC 9(08) VALUE ZEROES.
           05  WS-LOAD-STAMP.
               10  WS-LOAD-DT             PIC 9(08) VALUE ZEROES.
               10  WS-LOAD-TM             PIC 9(06) VALUE ZEROES.

      *    IMAGE OF THE TESTIMSP SUBSCRIBER HISTORY RECORD
      *    (WS-SH-OUT-REC).
       01  WS-HIST-REC.
           05  WS-SHR-SUB-ID              PIC X(09).
               88  WS-SHR-CYCLE-STAMP             VALUE 'CYCLEHDR '.
           05  WS-SHR-CYCLES              PIC X(06).
           05  WS-SHR-TIER                PIC X(01).
           05  WS-SHR-DUE-AMT             PIC 9(09)V99.
           05  WS-SHR-PKG-NO              PIC 9(03).
           05  WS-SHR-COUNTY-NM           PIC X(18).
           05  WS-SHR-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(03).

      *    THE COLUMNS OF THE TESTIMSP AGING RECORD (WS-RPT-FILE-REC)
      *    THE INQUIRY CARRIES - ALL THREE TIER FILES SHARE IT.
       01  WS-EXTR-REC.
           05  FILLER                     PIC X(130).
           05  WS-EXT-SUB-ID              PIC X(09).
           05  FILLER                     PIC X(72).
           05  WS-EXT-PROM-STAT           PIC X(07).
           05  FILLER                     PIC X(01).
           05  WS-EXT-CHRONIC             PIC X(07).
           05  FILLER                     PIC X(317).
           05  WS-EXT-PREM-DUE-DT         PIC X(08).
           05  FILLER                     PIC X(13).

       01  WS-EXTR-WORK.
           05  WS-EXTR-TIER               PIC X(01) VALUE SPACE.

       01  WS-PROM-REC.
           05  WS-PMO-SUB-ID              PIC X(09).
               88  WS-PMO-CYCLE-STAMP             VALUE 'CYCLEHDR '.
           05  WS-PMO-NOTE-DT             PIC 9(08).
           05  FILLER                     PIC X(13).

      *    TESTIMSP WRITES A SUBSCRIBER'S PROMOUT RECORDS TOGETHER -
      *    THE FIRST ONE FOR A SUBSCRIBER REPLACES WHAT PROMIN LEFT
      *    ON THE ROOT.
       01  WS-PROM-WORK.
           05  WS-PROM-LAST-SUB-ID        PIC X(09) VALUE SPACES.

       01  WS-SUPP-REC.
           05  WS-SPO-SUB-ID              PIC X(09).
               88  WS-SPO-CYCLE-STAMP             VALUE 'CYCLEHDR '.
           05  WS-SPO-RSN-CD              PIC X(02).
           05  WS-SPO-RETURN-DT           PIC 9(08).
           05  FILLER                     PIC X(11).

      *    IMAGE OF THE TESTCSHA RESULTS LINE (WS-RSLT-REC).
       01  WS-RSLT-REC.
           05  WS-RSL-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(01).
           05  WS-RSL-SUB-ID              PIC X(09).
           05  FILLER                     PIC X(01).
           05  WS-RSL-STATUS              PIC X(11).
           05  FILLER                     PIC X(01).
           05  WS-RSL-REASON              PIC X(28).
           05  FILLER                     PIC X(49).
           05  WS-RSL-APPLIED             PIC X(15).
           05  FILLER                     PIC X(08).

       01  WS-TRM-TRANS-REC.
           05  WS-TRM-TRANS-CD            PIC X(03).
           05  WS-TRM-GRP-KEY             PIC X(09).
           05  WS-TRM-SUB-ID-KEY          PIC X(15).
           05  WS-TRM-COV-END-DT          PIC 9(08).
           05  WS-TRM-RSN-CD              PIC X(02).
           05  WS-TRM-RUN-DATE            PIC 9(08).
           05  FILLER                     PIC X(35).

      *    TRMHOLD AND TRMNDEF BOTH LEAD WITH GROUP KEY;SUB-ID; -
      *    TRMNDEF ADDS THE NOTICE-GATE REASON CODE.
       01  WS-HOLD-REC.
           05  WS-HLD-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(01).
           05  WS-HLD-SUB-ID              PIC X(09).
           05  FILLER                     PIC X(01).
           05  WS-HLD-RSN-CD              PIC X(02).
           05  FILLER                     PIC X(58).

       01  WS-ROOT-FIELDS.
           05  WS-ROOT-KEY                PIC X(09) VALUE SPACES.
           05  WS-ROOT-NEW-FLAG           PIC X(01) VALUE 'N'.
           05  WS-SWEEP-EOF               PIC X(01) VALUE 'N'.
           05  WS-UPDATES-SINCE-CHKP      PIC S9(09) COMP VALUE +0.
           05  WS-CHKP-INTERVAL           PIC S9(09) COMP VALUE +500.

       01  COUNTERS.
           05  HIST-RCDS-IN               PIC 9(09) VALUE 0.
           05  EXTR-RCDS-IN               PIC 9(09) VALUE 0.
           05  PROMIN-RCDS-IN             PIC 9(09) VALUE 0.
           05  PROM-RCDS-IN               PIC 9(09) VALUE 0.
           05  SUPP-RCDS-IN               PIC 9(09) VALUE 0.
           05  CASH-RCDS-IN               PIC 9(09) VALUE 0.
           05  TERM-RCDS-IN               PIC 9(09) VALUE 0.
           05  HOLD-RCDS-IN               PIC 9(09) VALUE 0.
           05  NDEF-RCDS-IN               PIC 9(09) VALUE 0.
           05  ROOTS-INSERTED             PIC 9(09) VALUE 0.
           05  ROOTS-REPLACED             PIC 9(09) VALUE 0.
           05  ROOTS-KEPT                 PIC 9(09) VALUE 0.
           05  ROOTS-DELETED              PIC 9(09) VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.
           05  GHU                        PIC X(04) VALUE  'GHU '.
           05  ISRT                       PIC X(04) VALUE  'ISRT'.
           05  REPL                       PIC X(04) VALUE  'REPL'.
           05  DLET                       PIC X(04) VALUE  'DLET'.
           05  CHKP                       PIC X(04) VALUE  'CHKP'.

      *    ONE BASIC CHECKPOINT EVERY WS-CHKP-INTERVAL ROOT UPDATES.
      *    THE LOAD IS RERUN WHOLE AFTER A FAILURE, SO NO RESTART
      *    AREA IS KEPT.
       01  WS-CHKP-FIELDS.
           05  WS-CHKP-ID                 PIC X(08) VALUE SPACES.
           05  WS-CHKP-ID-NO              PIC 9(08) VALUE ZERO.
           05  WS-CHKP-TAKEN              PIC 9(09) VALUE ZERO.

       01  VSDQINQ-SEGMENT.
           COPY VSDQINQC.

       01  SSA-VSDQINQ-QUAL.
           05  SSA-DQ-SEG-NAME            PIC X(08) VALUE 'VSDQINQ '.
           05  SSA-DQ-LEFT-PAREN          PIC X(01) VALUE '('.
           05  SSA-DQ-FIELD-NAME          PIC X(08) VALUE 'DQSUBKEY'.
           05  SSA-DQ-OPER                PIC X(02) VALUE 'EQ'.
           05  SSA-DQ-KEY                 PIC X(09).
           05  SSA-DQ-RIGHT-PAREN         PIC X(01) VALUE ')'.

       01  SSA-VSDQINQ-UNQUAL.
           05  FILLER                     PIC X(08) VALUE 'VSDQINQ '.
           05  FILLER                     PIC X(01) VALUE ' '.


       LINKAGE SECTION.

       01  IO-PCB                    PIC XX.

       01  INQ-PCB-AREA.
           05  INQ-DBD-NAME               PIC X(08).
           05  INQ-SEG-LEVEL              PIC X(02).
           05  INQ-DLI-STATUS-CODE        PIC X(02).
               88  INQ-GOOD-CALL              VALUE '  '.
               88  INQ-SEG-NOT-FOUND          VALUE 'GE'.
               88  INQ-END-OF-DB              VALUE 'GB'.
           05  INQ-PROC-OPT               PIC X(04).
           05  INQ-RESERVED-AREA          PIC S9(05) COMP.
           05  INQ-SEG-NAME               PIC X(08).
           05  INQ-KEY-LENGTH             PIC S9(05) COMP.
           05  INQ-NUMBER-SEGS            PIC S9(05) COMP.
           05  INQ-KEY-FEEDBACK           PIC X(09).


       PROCEDURE DIVISION.
           ENTRY 'DLITCBL' USING IO-PCB
                                 INQ-PCB-AREA.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTINQL *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

           PERFORM 0050-READ-CONTROL-CARD.
           PERFORM 0100-LOAD-SUBR-HISTORY.
           PERFORM 0200-LOAD-AGING-FEEDS.
           PERFORM 0300-LOAD-PROMISES.
           PERFORM 0400-LOAD-SUPPRESSIONS.
           PERFORM 0500-LOAD-CASH-RESULTS.
           PERFORM 0600-LOAD-TERMINATIONS.
           PERFORM 0700-SWEEP-STALE-ROOTS.
           PERFORM 0950-TAKE-CHECKPOINT.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 900000-DISPLAY-STATS.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-READ-CONTROL-CARD.

           OPEN INPUT CONTROL-CARD-FILE

           IF NOT WS-CNTL-FILE-NOT-FOUND
              READ CONTROL-CARD-FILE INTO WS-CNTL-CARD-WORK
                 AT END
                    MOVE ZEROES      TO WS-CNTL-LOAD-DATE-IN
              END-READ
              IF WS-CNTL-LOAD-DATE-IN IS NUMERIC
                 AND WS-CNTL-LOAD-DATE-IN NOT = ZERO
                 MOVE WS-CNTL-LOAD-DATE-IN TO WS-LOAD-DT
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-LOAD-DT = ZERO
              ACCEPT WS-CURR-DATE    FROM DATE
              MOVE 20                TO WS-LOAD-DT(1:2)
              MOVE WS-CURR-DATE      TO WS-LOAD-DT(3:6)
           END-IF

           ACCEPT WS-CURR-TIME       FROM TIME
           MOVE WS-CURR-TIME (1:6)   TO WS-LOAD-TM

           DISPLAY '*** LOAD STAMP          = ' WS-LOAD-STAMP.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0100-LOAD-SUBR-HISTORY.

      *    THE HISTORY IS THE BACKBONE OF THE LOAD - EVERY ACCOUNT ON
      *    A TIER FEED THIS CYCLE, OR DELINQUENT IN THE LAST SIX, HAS
      *    A RECORD, AND IT CARRIES THE GROUP KEY THE ONLINE SIDE
      *    NEEDS FOR ITS LIVE BILLING LOOKUP.  WITHOUT IT THE SWEEP
      *    WOULD EMPTY THE DATABASE, SO A MISSING FILE STOPS THE RUN.
           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT SUBR-HIST-FILE

           IF NOT WS-SHS-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '**** SUBHSTO OPEN STATUS = '
                      WS-SHS-FILE-STATUS
              GO TO 000000-MAINLINE-EXIT
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
              READ SUBR-HIST-FILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-SHR-SUB-ID NOT = SPACES
                       AND NOT WS-SHR-CYCLE-STAMP
                       ADD 1         TO HIST-RCDS-IN
                       MOVE WS-SHR-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       MOVE WS-SHR-CYCLES TO DQ-HIST-CYCLES
                       IF WS-SHR-GRP-KEY NOT = SPACES
                          MOVE WS-SHR-GRP-KEY TO DQ-GRP-KEY
                       END-IF
                       IF WS-SHR-TIER NOT = SPACE
                          MOVE WS-SHR-TIER TO DQ-CYCLE-TIER
                          IF WS-SHR-DUE-AMT IS NUMERIC
                             MOVE WS-SHR-DUE-AMT TO DQ-CYCLE-DUE-AMT
                          END-IF
                       END-IF
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUBR-HIST-FILE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-LOAD-AGING-FEEDS.

      *    THE THREE TIER FILES SUPPLY THE OLDEST UNPAID DUE DATE AND,
      *    FOR THE 30-59 EXTRACT, THE BROKEN-PROMISE AND CHRONIC TAGS.
           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           MOVE '1'                  TO WS-EXTR-TIER
           OPEN INPUT REPORT-FILE
           IF WS-CON-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO RPTCON FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ REPORT-FILE INTO WS-EXTR-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    PERFORM 0210-APPLY-AGING-REC
              END-READ
           END-PERFORM
           IF NOT WS-CON-FILE-NOT-FOUND
              CLOSE REPORT-FILE
           END-IF

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           MOVE '2'                  TO WS-EXTR-TIER
           OPEN INPUT WARNING-FILE
           IF WS-WRN-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO RPTWRN FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ WARNING-FILE INTO WS-EXTR-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    PERFORM 0210-APPLY-AGING-REC
              END-READ
           END-PERFORM
           IF NOT WS-WRN-FILE-NOT-FOUND
              CLOSE WARNING-FILE
           END-IF

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           MOVE '3'                  TO WS-EXTR-TIER
           OPEN INPUT CANCEL-FILE
           IF WS-CAN-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO RPTCAN FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ CANCEL-FILE INTO WS-EXTR-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    PERFORM 0210-APPLY-AGING-REC
              END-READ
           END-PERFORM
           IF NOT WS-CAN-FILE-NOT-FOUND
              CLOSE CANCEL-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0210-APPLY-AGING-REC.

      *    SAME CONTROL-RECORD TEST AS TESTMRGE 0310.
           IF WS-EXTR-REC(1:10) = 'FIRST NAME'
              OR WS-EXTR-REC(1:23) = 'TOTAL NUMBER OF RECORDS'
              OR WS-EXTR-REC(1:16) = 'SUPPLEMENTAL RUN'
              OR WS-EXTR-REC(1:9) = 'CYCLEHDR '
              OR WS-EXT-SUB-ID = SPACES
              CONTINUE
           ELSE
              ADD 1                  TO EXTR-RCDS-IN
              MOVE WS-EXT-SUB-ID     TO WS-ROOT-KEY
              PERFORM 0900-GET-INQUIRY-ROOT
              MOVE WS-EXTR-TIER      TO DQ-CYCLE-TIER
              MOVE WS-EXT-PREM-DUE-DT TO DQ-CYCLE-DUE-DT
              IF WS-EXT-PROM-STAT = 'BROKEN '
                 MOVE 'Y'            TO DQ-PROM-BROKEN-FLAG
              END-IF
              IF WS-EXT-CHRONIC = 'CHRONIC'
                 MOVE 'Y'            TO DQ-CHRONIC-FLAG
              END-IF
              PERFORM 0910-PUT-INQUIRY-ROOT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-LOAD-PROMISES.

      *    PROMIN HOLDS THE PROMISES TESTIMSP TESTED FOR A BREAK THIS
      *    CYCLE (LAST CYCLE'S PROMOUT WITH TESTDIAL'S DIALPROM
      *    BEHIND IT).  A BROKEN PROMISE IS NOT CARRIED TO PROMOUT,
      *    SO ONLY PROMIN STILL HOLDS THE NOTE DATE THAT BROKE.
           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT PROMISE-IN-FILE
           IF WS-PRI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO PROMIN FILE'
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
              READ PROMISE-IN-FILE INTO WS-PROM-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-PMO-SUB-ID NOT = SPACES
                       AND NOT WS-PMO-CYCLE-STAMP
                       ADD 1         TO PROMIN-RCDS-IN
                       MOVE WS-PMO-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF WS-PMO-NOTE-DT IS NUMERIC
                          AND WS-PMO-NOTE-DT > DQ-PROM-NOTE-DT
                          MOVE WS-PMO-NOTE-DT TO DQ-PROM-NOTE-DT
                       END-IF
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-PRI-FILE-NOT-FOUND
              CLOSE PROMISE-IN-FILE
           END-IF

      *    PROMOUT HOLDS THIS CYCLE'S PROMISE-TO-PAY NOTES, THE ONES
      *    NEXT CYCLE WILL TEST FOR A BREAK.  A PROMISE STILL OPEN
      *    IS THE ONE TO SHOW, SO IT REPLACES THE PROMIN DATE.
           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           MOVE SPACES               TO WS-PROM-LAST-SUB-ID
           OPEN INPUT PROMISE-FILE
           IF WS-PRM-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO PROMOUT FILE'
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
              READ PROMISE-FILE INTO WS-PROM-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-PMO-SUB-ID NOT = SPACES
                       AND NOT WS-PMO-CYCLE-STAMP
                       ADD 1         TO PROM-RCDS-IN
                       MOVE WS-PMO-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF WS-PMO-SUB-ID NOT = WS-PROM-LAST-SUB-ID
                          MOVE ZEROES TO DQ-PROM-NOTE-DT
                          MOVE WS-PMO-SUB-ID TO WS-PROM-LAST-SUB-ID
                       END-IF
                       IF WS-PMO-NOTE-DT IS NUMERIC
                          AND WS-PMO-NOTE-DT > DQ-PROM-NOTE-DT
                          MOVE WS-PMO-NOTE-DT TO DQ-PROM-NOTE-DT
                       END-IF
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-PRM-FILE-NOT-FOUND
              CLOSE PROMISE-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-LOAD-SUPPRESSIONS.

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT SUPPRESSION-FILE
           IF WS-SUP-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO LTRSUPP FILE'
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
              READ SUPPRESSION-FILE INTO WS-SUPP-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-SPO-SUB-ID NOT = SPACES
                       AND NOT WS-SPO-CYCLE-STAMP
                       ADD 1         TO SUPP-RCDS-IN
                       MOVE WS-SPO-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       MOVE WS-SPO-RSN-CD TO DQ-SUPP-RSN-CD
                       IF WS-SPO-RETURN-DT IS NUMERIC
                          MOVE WS-SPO-RETURN-DT TO DQ-SUPP-RETURN-DT
                       END-IF
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-SUP-FILE-NOT-FOUND
              CLOSE SUPPRESSION-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0500-LOAD-CASH-RESULTS.

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT RESULTS-FILE
           IF WS-RSL-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO CSHRSLT FILE'
           END-IF

           PERFORM UNTIL WS-INPUT-EOF
              READ RESULTS-FILE INTO WS-RSLT-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-RSL-GRP-KEY = 'GROUP KEY'
                       OR WS-RSLT-REC(1:6) = 'TOTAL '
                       OR WS-RSL-SUB-ID = SPACES
                       CONTINUE
                    ELSE
                       ADD 1         TO CASH-RCDS-IN
                       MOVE WS-RSL-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF DQ-GRP-KEY = SPACES
                          MOVE WS-RSL-GRP-KEY TO DQ-GRP-KEY
                       END-IF
                       MOVE WS-RSL-STATUS  TO DQ-CASH-STATUS
                       MOVE WS-RSL-REASON  TO DQ-CASH-REASON
                       MOVE WS-RSL-APPLIED TO DQ-CASH-APPLIED
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-RSL-FILE-NOT-FOUND
              CLOSE RESULTS-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0600-LOAD-TERMINATIONS.

      *    HOLDS FIRST, THEN THE TERMINATIONS THEMSELVES - AN ACCOUNT
      *    IS NEVER ON BOTH, BUT A TERMINATION SENT MUST WIN IF IT IS.
           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT TERM-HOLD-FILE
           IF WS-THL-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO TRMHOLD FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ TERM-HOLD-FILE INTO WS-HOLD-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-HLD-GRP-KEY = 'GROUP KEY'
                       OR WS-HOLD-REC(1:6) = 'TOTAL '
                       OR WS-HLD-SUB-ID = SPACES
                       CONTINUE
                    ELSE
                       ADD 1         TO HOLD-RCDS-IN
                       MOVE WS-HLD-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF DQ-GRP-KEY = SPACES
                          MOVE WS-HLD-GRP-KEY TO DQ-GRP-KEY
                       END-IF
                       MOVE 'H'      TO DQ-TERM-STATUS
                       MOVE SPACES   TO DQ-TERM-RSN-CD
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM
           IF NOT WS-THL-FILE-NOT-FOUND
              CLOSE TERM-HOLD-FILE
           END-IF

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT NOTICE-DEF-FILE
           IF WS-NDF-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO TRMNDEF FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ NOTICE-DEF-FILE INTO WS-HOLD-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-HLD-GRP-KEY = 'GROUP KEY'
                       OR WS-HOLD-REC(1:6) = 'TOTAL '
                       OR WS-HLD-SUB-ID = SPACES
                       CONTINUE
                    ELSE
                       ADD 1         TO NDEF-RCDS-IN
                       MOVE WS-HLD-SUB-ID TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF DQ-GRP-KEY = SPACES
                          MOVE WS-HLD-GRP-KEY TO DQ-GRP-KEY
                       END-IF
                       MOVE 'N'      TO DQ-TERM-STATUS
                       MOVE WS-HLD-RSN-CD TO DQ-TERM-RSN-CD
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM
           IF NOT WS-NDF-FILE-NOT-FOUND
              CLOSE NOTICE-DEF-FILE
           END-IF

           MOVE 'N'                  TO WS-INPUT-EOF-FLAG
           OPEN INPUT TERM-TRANS-FILE
           IF WS-TRM-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-INPUT-EOF-FLAG
              DISPLAY '*** WARNING - NO TRMTRAN FILE'
           END-IF
           PERFORM UNTIL WS-INPUT-EOF
              READ TERM-TRANS-FILE INTO WS-TRM-TRANS-REC
                 AT END
                    MOVE 'Y'         TO WS-INPUT-EOF-FLAG
                 NOT AT END
                    IF WS-TRM-TRANS-CD = 'TRM'
                       ADD 1         TO TERM-RCDS-IN
                       MOVE WS-TRM-SUB-ID-KEY (4:9) TO WS-ROOT-KEY
                       PERFORM 0900-GET-INQUIRY-ROOT
                       IF DQ-GRP-KEY = SPACES
                          MOVE WS-TRM-GRP-KEY TO DQ-GRP-KEY
                       END-IF
                       MOVE 'T'      TO DQ-TERM-STATUS
                       MOVE WS-TRM-RSN-CD     TO DQ-TERM-RSN-CD
                       MOVE WS-TRM-COV-END-DT TO DQ-TERM-COV-END-DT
                       MOVE WS-TRM-RUN-DATE   TO DQ-TERM-RUN-DT
                       PERFORM 0910-PUT-INQUIRY-ROOT
                    END-IF
              END-READ
           END-PERFORM
           IF NOT WS-TRM-FILE-NOT-FOUND
              CLOSE TERM-TRANS-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0700-SWEEP-STALE-ROOTS.

      *    WALK THE DATABASE IN KEY ORDER AND DELETE EVERY ROOT THIS
      *    RUN DID NOT STAMP - THE SUBSCRIBER DROPPED OFF EVERY FEED.
      *    EACH STEP IS A QUALIFIED GHU ON THE NEXT HIGHER KEY, SO A
      *    CHECKPOINT TAKEN MID-SWEEP DOES NOT LOSE THE POSITION.
           MOVE 'N'                  TO WS-SWEEP-EOF
           MOVE LOW-VALUES           TO WS-ROOT-KEY
           MOVE 'GT'                 TO SSA-DQ-OPER

           PERFORM UNTIL WS-SWEEP-EOF = 'Y'
              MOVE WS-ROOT-KEY       TO SSA-DQ-KEY
              MOVE SPACES            TO INQ-DLI-STATUS-CODE
              CALL 'CBLTDLI' USING GHU
                                   INQ-PCB-AREA
                                   VSDQINQ-SEGMENT
                                   SSA-VSDQINQ-QUAL
              EVALUATE TRUE
                 WHEN INQ-SEG-NOT-FOUND
                 WHEN INQ-END-OF-DB
                    MOVE 'Y'         TO WS-SWEEP-EOF
                 WHEN NOT INQ-GOOD-CALL
                    PERFORM 0720-SWEEP-CALL-FAILED
                 WHEN DQ-LOAD-STAMP = WS-LOAD-STAMP
                    MOVE DQ-SUB-ID-KEY TO WS-ROOT-KEY
                    ADD 1            TO ROOTS-KEPT
                 WHEN OTHER
                    MOVE DQ-SUB-ID-KEY TO WS-ROOT-KEY
                    PERFORM 0710-DELETE-ROOT
              END-EVALUATE
           END-PERFORM

           MOVE 'EQ'                 TO SSA-DQ-OPER.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0710-DELETE-ROOT.

           MOVE SPACES               TO INQ-DLI-STATUS-CODE
           CALL 'CBLTDLI' USING DLET
                                INQ-PCB-AREA
                                VSDQINQ-SEGMENT

           IF NOT INQ-GOOD-CALL
              MOVE 52 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0710-DELETE-ROOT             ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' INQ-DLI-STATUS-CODE
              DISPLAY '**** SUBSCRIBER       = ' DQ-SUB-ID-KEY
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

           ADD 1                     TO ROOTS-DELETED
           PERFORM 0920-COUNT-UPDATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0720-SWEEP-CALL-FAILED.

           MOVE 50 TO WS-RETURN-CODE
           DISPLAY '*                                          *'
           DISPLAY '*          0700-SWEEP-STALE-ROOTS       ****'
           DISPLAY '****       ABNORMAL  TERMINATION        ****'
           DISPLAY '**** STATUS CODE      = ' INQ-DLI-STATUS-CODE
           DISPLAY '**** SSA              = ' SSA-VSDQINQ-QUAL
           DISPLAY '*                                          *'
           DISPLAY '********************************************'
           GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0900-GET-INQUIRY-ROOT.

      *    LEAVES THE SUBSCRIBER'S ROOT FOR WS-ROOT-KEY IN
      *    VSDQINQ-SEGMENT, HELD FOR REPLACE.  A ROOT LAST LOADED BY
      *    AN EARLIER RUN IS CLEARED FIRST; A NEW SUBSCRIBER GETS AN
      *    EMPTY ROOT THAT 0910 INSERTS.
           MOVE 'N'                  TO WS-ROOT-NEW-FLAG
           MOVE 'EQ'                 TO SSA-DQ-OPER
           MOVE WS-ROOT-KEY          TO SSA-DQ-KEY
           MOVE SPACES               TO INQ-DLI-STATUS-CODE

           CALL 'CBLTDLI' USING GHU
                                INQ-PCB-AREA
                                VSDQINQ-SEGMENT
                                SSA-VSDQINQ-QUAL

           EVALUATE TRUE
              WHEN INQ-GOOD-CALL
                 IF DQ-LOAD-STAMP NOT = WS-LOAD-STAMP
                    INITIALIZE VSDQINQ-SEGMENT
                    MOVE WS-ROOT-KEY TO DQ-SUB-ID-KEY
                    MOVE WS-LOAD-STAMP TO DQ-LOAD-STAMP
                 END-IF
              WHEN INQ-SEG-NOT-FOUND
              WHEN INQ-END-OF-DB
                 MOVE 'Y'            TO WS-ROOT-NEW-FLAG
                 INITIALIZE VSDQINQ-SEGMENT
                 MOVE WS-ROOT-KEY    TO DQ-SUB-ID-KEY
                 MOVE WS-LOAD-STAMP  TO DQ-LOAD-STAMP
              WHEN OTHER
                 MOVE 50 TO WS-RETURN-CODE
                 DISPLAY '*                                          *'
                 DISPLAY '*          0900-GET-INQUIRY-ROOT        ****'
                 DISPLAY '****       ABNORMAL  TERMINATION        ****'
                 DISPLAY '**** STATUS CODE      = ' INQ-DLI-STATUS-CODE
                 DISPLAY '**** SSA              = ' SSA-VSDQINQ-QUAL
                 DISPLAY '*                                          *'
                 DISPLAY '********************************************'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0910-PUT-INQUIRY-ROOT.

           MOVE SPACES               TO INQ-DLI-STATUS-CODE

           IF WS-ROOT-NEW-FLAG = 'Y'
              CALL 'CBLTDLI' USING ISRT
                                   INQ-PCB-AREA
                                   VSDQINQ-SEGMENT
                                   SSA-VSDQINQ-UNQUAL
           ELSE
              CALL 'CBLTDLI' USING REPL
                                   INQ-PCB-AREA
                                   VSDQINQ-SEGMENT
           END-IF

           IF NOT INQ-GOOD-CALL
              MOVE 51 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0910-PUT-INQUIRY-ROOT        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' INQ-DLI-STATUS-CODE
              DISPLAY '**** SUBSCRIBER       = ' DQ-SUB-ID-KEY
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

           IF WS-ROOT-NEW-FLAG = 'Y'
              ADD 1                  TO ROOTS-INSERTED
           ELSE
              ADD 1                  TO ROOTS-REPLACED
           END-IF

           PERFORM 0920-COUNT-UPDATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0920-COUNT-UPDATE.

           ADD 1                     TO WS-UPDATES-SINCE-CHKP

           IF WS-UPDATES-SINCE-CHKP >= WS-CHKP-INTERVAL
              PERFORM 0950-TAKE-CHECKPOINT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0950-TAKE-CHECKPOINT.

           ADD 1                     TO WS-CHKP-ID-NO
           MOVE WS-CHKP-ID-NO        TO WS-CHKP-ID

           CALL 'CBLTDLI' USING CHKP
                                IO-PCB
                                WS-CHKP-ID

           ADD 1                     TO WS-CHKP-TAKEN
           MOVE ZERO                 TO WS-UPDATES-SINCE-CHKP.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTINQL COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** HISTORY RECORDS IN    = ' HIST-RCDS-IN.
           DISPLAY '**** AGING RECORDS IN      = ' EXTR-RCDS-IN.
           DISPLAY '**** PROMIN RECORDS IN     = ' PROMIN-RCDS-IN.
           DISPLAY '**** PROMISE RECORDS IN    = ' PROM-RCDS-IN.
           DISPLAY '**** SUPPRESSIONS IN       = ' SUPP-RCDS-IN.
           DISPLAY '**** CASH RESULTS IN       = ' CASH-RCDS-IN.
           DISPLAY '**** TERMINATIONS IN       = ' TERM-RCDS-IN.
           DISPLAY '**** PROMISE HOLDS IN      = ' HOLD-RCDS-IN.
           DISPLAY '**** NOTICE HOLDS IN       = ' NDEF-RCDS-IN.
           DISPLAY '**** ROOTS INSERTED        = ' ROOTS-INSERTED.
           DISPLAY '**** ROOTS REPLACED        = ' ROOTS-REPLACED.
           DISPLAY '**** ROOTS ON FILE         = ' ROOTS-KEPT.
           DISPLAY '**** STALE ROOTS DELETED   = ' ROOTS-DELETED.
           DISPLAY '**** CHECKPOINTS TAKEN     = ' WS-CHKP-TAKEN.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTINQL SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
