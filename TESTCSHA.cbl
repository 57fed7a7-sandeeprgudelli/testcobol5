      ****              SEGMENTS FOR EACH ACCOUNT AND APPLY THE
      ****              UNALLOCATED AMOUNT AGAINST THE AMOUNT DUE.
      ****              EVERY WORKLIST ACCOUNT IS REPORTED APPLIED
      ****              OR NOT APPLIED WITH THE REASON.  THE CASH
      ****              MOVED IS JOURNALED FOR THE GENERAL LEDGER -
      ****              DEBIT SUSPENSE, CREDIT PREMIUM RECEIVABLE -
      ****              SUMMARIZED BY GROUP AND PACKAGE UNDER A
      ****              BALANCED BATCH CONTROL TRAILER.  EACH
      ****              COMMITTED APPLICATION IS ALSO LOGGED SO A
      ****              RESTART AFTER AN ABEND CAN JOURNAL IT.
      ****
      ****   INPUTS :   CSHWRK  - CASH-APPLICATION WORKLIST
      ****              CNTLCRD - OPTIONAL PARM CARD (POSTING DATE,
      ****                        RESTART FLAG)
      ****              GLAPPLI - ABENDED RUN'S APPLICATION LOG
      ****                        (RESTART)
      ****              BILLING DATABASE (VSFPCSH / VSFPBIR)
      ****   IN/OUT :   CYCLCTL - CYCLE CONTROL LEDGER
      ****   OUTPUTS:   CSHRSLT - APPLICATION RESULTS REPORT
      ****              GLJRNL  - GENERAL LEDGER INTERFACE FILE
      ****              GLAPPL  - COMMITTED APPLICATION LOG
      ****              BILLING DATABASE UPDATES
      ******************************************************************
      ******************************************************************
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 09/02/26  SANDEEP R    INITIAL RELEASE               CQ512217  *
      * 10/15/26  SANDEEP R    GL INTERFACE FILE - BALANCED  CQ512229  *
      *                        DEBIT SUSPENSE / CREDIT                 *
      *                        PREMIUM RECEIVABLE BY GROUP             *
      *                        AND PACKAGE WITH A BATCH                *
      *                        CONTROL TRAILER, RC60 WHEN              *
      *                        OUT OF BALANCE, AND A                   *
      *                        REVERSAL FOR ANY POSTING                *
      *                        ROLLED BACK AFTER JOURNALING            *
      * 10/15/26  SANDEEP R    CYCLE CONTROL LEDGER - RUN    CQ512235  *
      *                        ONLY AGAINST A CYCLE TESTIMSP           *
      *                        HAS POSTED AND THIS STEP HAS            *
      *                        NOT, AND POST THE STEP                  *
      * 10/15/26  SANDEEP R    GL BATCH PROOF TIES THE       CQ512236  *
      *                        JOURNAL TO THE ACCOUNTS                 *
      *                        APPLIED.  COMMITTED                     *
      *                        APPLICATIONS LOGGED TO                  *
      *                        GLAPPL AND CARRIED INTO THE             *
      *                        JOURNAL ON AN ABEND RESTART             *
      *                                                                *
      ******************************************************************
      ******************************************************************

           SELECT RESULTS-FILE             ASSIGN TO CSHRSLT.

           SELECT CONTROL-CARD-FILE        ASSIGN TO CNTLCRD
                                  FILE STATUS IS WS-CNTL-FILE-STATUS.

           SELECT GL-JOURNAL-FILE          ASSIGN TO GLJRNL.

           SELECT PRIOR-APPL-LOG-FILE      ASSIGN TO GLAPPLI
                                  FILE STATUS IS WS-PAL-FILE-STATUS.

           SELECT APPL-LOG-FILE            ASSIGN TO GLAPPL.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  RESULTS-REC                  PIC X(132).

       FD  CONTROL-CARD-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CONTROL-CARD-REC             PIC X(80).

       FD  GL-JOURNAL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  GL-JOURNAL-REC               PIC X(100).

       FD  PRIOR-APPL-LOG-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-APPL-LOG-REC           PIC X(50).

       FD  APPL-LOG-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  APPL-LOG-REC                 PIC X(50).

       FD  CYCLE-CONTROL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-CONTROL-REC            PIC X(100).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
               88  WS-WRK-FILE-NOT-FOUND          VALUE '35'.
           05  WS-WRK-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-WRK-FILE-EOF                VALUE 'Y'.
           05  WS-CNTL-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-CNTL-FILE-OK                VALUE '00'.
               88  WS-CNTL-FILE-NOT-FOUND         VALUE '35'.
           05  WS-PAL-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PAL-FILE-OK                 VALUE '00'.
           05  WS-PAL-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-PAL-FILE-EOF                VALUE 'Y'.
           05  WS-PAL-JOURNALED-FLAG      PIC X(01) VALUE 'N'.
               88  WS-PAL-JOURNALED               VALUE 'Y'.

      *    IMAGE OF THE WORKLIST RECORD TESTIMSP WRITES IN
      *    1163-WRITE-CASH-WORKLIST - THE TWO LAYOUTS MUST STAY IN
           05  WS-WRK-DUE-AMT-X           PIC X(15).
           05  FILLER                     PIC X(01).
           05  WS-WRK-SUSP-AMT-X          PIC X(15).
           05  FILLER                     PIC X(01).
           05  WS-WRK-PKG-NO              PIC X(03).
           05  FILLER                     PIC X(05).

       01  WS-WRK-FIELDS.
           05  WS-WRK-DUE-AMT             PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-RST-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(116) VALUE SPACES.

      *    OPTIONAL PARM CARD - GL POSTING DATE (CCYYMMDD) IN
      *    COLUMNS 1-8.  ZERO OR MISSING POSTS AS OF TODAY.  'R' IN
      *    COLUMN 9 ON A RERUN AFTER AN ABEND - THE APPLICATIONS
      *    COMMITTED BEFORE THE ABEND ARE ON THE DATABASE BUT NEVER
      *    REACHED A JOURNAL, AND THE RERUN FINDS NOTHING DUE ON
      *    THEM.  A RESTART READS THE ABENDED RUN'S APPLICATION LOG
      *    BACK (GLAPPLI) AND JOURNALS THEM WITH THIS RUN'S OWN.
       01  WS-CNTL-CARD-WORK.
           05  WS-CNTL-POST-DATE-IN       PIC 9(08).
           05  WS-CNTL-RESTART-IN         PIC X(01).
               88  WS-CNTL-RESTART                VALUE 'R'.
           05  FILLER                     PIC X(71).

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-POST-DATE               PIC 9(08) VALUE ZEROES.

      *    GENERAL LEDGER JOURNAL.  EACH APPLICATION IS ADDED TO ITS
      *    GROUP/PACKAGE TOTAL BEFORE THE DATABASE IS TOUCHED, AND
      *    THE TOTALS ARE WRITTEN AS DEBIT-SUSPENSE / CREDIT-PREMIUM-
      *    RECEIVABLE PAIRS WHEN THE RUN CLOSES DOWN - CLEAN OR NOT.
      *    AN APPLICATION BACKED OUT BY 0260-ROLL-BACK IS ALREADY IN
      *    THOSE TOTALS, SO IT IS OFFSET BY ITS OWN REVERSAL PAIR
      *    (ENTRY TYPE 'R') RATHER THAN QUIETLY DROPPED - THE LEDGER
      *    SHOWS WHAT HAPPENED AND STILL NETS TO THE DATABASE.
       01  WS-GL-ACCOUNTS.
           05  WS-GL-SUSPENSE-ACCT        PIC X(10) VALUE '2150000000'.
           05  WS-GL-PREM-RECV-ACCT       PIC X(10) VALUE '1210000000'.

       01  WS-GLS-FIELDS.
           05  WS-GLS-CNT                 PIC S9(07) COMP VALUE +0.
           05  WS-GLS-MAX                 PIC S9(07) COMP VALUE +50000.
           05  WS-GLS-IX                  PIC S9(07) COMP VALUE +0.
           05  WS-GLS-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-GLS-PKG-NO              PIC 9(03) VALUE ZEROES.
           05  WS-GLS-TBL OCCURS 50000 TIMES
                                          INDEXED BY GLS-INDEX.
               10  WS-GLT-GRP-KEY         PIC X(09).
               10  WS-GLT-PKG-NO          PIC 9(03).
               10  WS-GLT-ACCT-CNT        PIC 9(07).
               10  WS-GLT-AMOUNT          PIC S9(11)V99 COMP-3.

       01  WS-GL-PENDING-FIELDS.
           05  WS-GL-PENDING-FLAG         PIC X(01) VALUE 'N'.
               88  WS-GL-PENDING                  VALUE 'Y'.
           05  WS-GL-PENDING-GRP-KEY      PIC X(09) VALUE SPACES.
           05  WS-GL-PENDING-PKG-NO       PIC 9(03) VALUE ZEROES.
           05  WS-GL-PENDING-AMT          PIC S9(09)V99 COMP-3 VALUE 0.

       01  WS-GLD-REC.
           05  WS-GLD-REC-TYPE            PIC X(01) VALUE 'D'.
           05  WS-GLD-POST-DATE           PIC 9(08).
           05  WS-GLD-ENTRY-TYPE          PIC X(01).
               88  WS-GLD-APPLICATION             VALUE 'A'.
               88  WS-GLD-REVERSAL                VALUE 'R'.
           05  WS-GLD-GL-ACCT             PIC X(10).
           05  WS-GLD-DR-CR-IND           PIC X(02).
           05  WS-GLD-AMOUNT              PIC 9(11)V99.
           05  WS-GLD-GRP-KEY             PIC X(09).
           05  WS-GLD-PKG-NO              PIC 9(03).
           05  WS-GLD-ACCT-CNT            PIC 9(07).
           05  WS-GLD-DESC                PIC X(30).
           05  FILLER                     PIC X(16) VALUE SPACES.

      *    COMMITTED APPLICATION LOG (GLAPPL DD) - ONE DETAIL PER
      *    APPLICATION, WRITTEN JUST BEFORE ITS CHECKPOINT, AND A
      *    TRAILER ONCE THE JOURNAL HAS BEEN WRITTEN.  A LOG WITHOUT
      *    THE TRAILER IS AN ABENDED RUN WHOSE COMMITTED CASH IS NOT
      *    YET ON ANY JOURNAL.
       01  WS-GLA-REC.
           05  WS-GLA-REC-TYPE            PIC X(01).
           05  WS-GLA-GRP-KEY             PIC X(09).
           05  WS-GLA-SUB-ID              PIC X(09).
           05  WS-GLA-PKG-NO              PIC 9(03).
           05  WS-GLA-AMOUNT              PIC 9(09)V99.
           05  WS-GLA-POST-DATE           PIC 9(08).
           05  FILLER                     PIC X(09).

       01  WS-GLA-TRL.
           05  WS-GLA-TRL-TYPE            PIC X(01) VALUE 'T'.
           05  WS-GLA-TRL-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-GLA-TRL-AMOUNT          PIC 9(11)V99 VALUE ZEROES.
           05  WS-GLA-TRL-POST-DATE       PIC 9(08) VALUE ZEROES.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-GLD-HDR.
           05  WS-GLH-REC-TYPE            PIC X(01) VALUE 'H'.
           05  WS-GLH-POST-DATE           PIC 9(08).
           05  WS-GLH-BATCH-ID.
               10  FILLER                 PIC X(04) VALUE 'CSHA'.
               10  WS-GLH-BATCH-DATE      PIC 9(08).
           05  WS-GLH-SOURCE              PIC X(08) VALUE 'TESTCSHA'.
           05  FILLER                     PIC X(71) VALUE SPACES.

       01  WS-GLD-TRL.
           05  WS-GLT-REC-TYPE            PIC X(01) VALUE 'T'.
           05  WS-GLT-DTL-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-GLT-TOTAL-DR            PIC 9(13)V99 VALUE ZEROES.
           05  WS-GLT-TOTAL-CR            PIC 9(13)V99 VALUE ZEROES.
           05  WS-GLT-BALANCED            PIC X(01) VALUE 'N'.
           05  FILLER                     PIC X(59) VALUE SPACES.

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME RECORD IMAGE AND
      *    RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-FIELDS - THE
      *    LAYOUTS MUST STAY IN STEP.  THE WORKLIST APPLIED HERE IS
      *    THE ONE TESTIMSP WROTE FOR THE LAST CYCLE ON THE LEDGER,
      *    SO THAT CYCLE MUST BE POSTED COMPLETE BY TESTIMSP (AND
      *    TESTMRGE ON A SLICED CYCLE) AND NOT YET BY THIS STEP.
      *    NOTHING IS CARRIED FORWARD INTO THIS STEP FROM THE CYCLE
      *    BEFORE, SO THERE IS NO STAMP TO CHECK AND NO OVERRIDE.
       01  WS-CYCLE-CONTROL-FIELDS.
           05  WS-CYC-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CYC-FILE-OK                 VALUE '00'.
               88  WS-CYC-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CYC-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-CYC-FILE-EOF                VALUE 'Y'.
           05  WS-CYC-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CYC-TODAY               PIC 9(06) VALUE ZEROES.
           05  WS-CYC-POST-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-CYC-CNT                 PIC S9(04) COMP VALUE +0.
           05  WS-CYC-MAX                 PIC S9(04) COMP VALUE +1000.
           05  WS-CYC-IX                  PIC S9(04) COMP VALUE +0.
           05  WS-CYC-TBL OCCURS 1000 TIMES.
               10  WS-CYC-TBL-REC         PIC X(100).

      *    ONE LEDGER RECORD.  STEP STATUS IS ' ' NOT RUN, 'C'
      *    COMPLETE, 'F' ENDED NONZERO OR OTHERWISE INCOMPLETE, 'N'
      *    NOT REQUIRED (TESTMRGE ON A WHOLE-BOOK CYCLE).  THE SLICE
      *    COUNT IS ZERO ON A WHOLE-BOOK CYCLE.
       01  WS-CYC-REC.
           05  WS-CYR-CYCLE-NO            PIC 9(05).
           05  WS-CYR-RUN-DATE            PIC 9(08).
           05  WS-CYR-SLICE-CNT           PIC 9(02).
           05  WS-CYR-SLICES-DONE         PIC 9(02).
           05  WS-CYR-FIRST-FLAG          PIC X(01).
           05  WS-CYR-IMSP-STAT           PIC X(01).
               88  WS-CYR-IMSP-DONE               VALUE 'C'.
           05  WS-CYR-IMSP-RC             PIC 9(04).
           05  WS-CYR-IMSP-DATE           PIC 9(08).
           05  WS-CYR-MRGE-STAT           PIC X(01).
               88  WS-CYR-MRGE-DONE               VALUE 'C' 'N'.
           05  WS-CYR-MRGE-RC             PIC 9(04).
           05  WS-CYR-MRGE-DATE           PIC 9(08).
           05  WS-CYR-LTRN-STAT           PIC X(01).
               88  WS-CYR-LTRN-DONE               VALUE 'C'.
           05  WS-CYR-LTRN-RC             PIC 9(04).
           05  WS-CYR-LTRN-DATE           PIC 9(08).
           05  WS-CYR-CSHA-STAT           PIC X(01).
               88  WS-CYR-CSHA-DONE               VALUE 'C'.
           05  WS-CYR-CSHA-RC             PIC 9(04).
           05  WS-CYR-CSHA-DATE           PIC 9(08).
           05  FILLER                     PIC X(30).

       01  COUNTERS.
           05  WORKLIST-RCDS-READ         PIC 9(09) VALUE 0.
           05  APPLIED-CNT                PIC 9(09) VALUE 0.
           05  NOT-APPLIED-CNT            PIC 9(09) VALUE 0.
           05  RESULT-RCDS-OUT            PIC 9(09) VALUE 0.
           05  WS-APPLIED-DOLLARS         PIC 9(11)V99 COMP-3 VALUE 0.
           05  GL-RCDS-OUT                PIC 9(09) VALUE 0.
           05  GL-REVERSAL-CNT            PIC 9(09) VALUE 0.
           05  WS-GL-TOTAL-DR             PIC 9(13)V99 COMP-3 VALUE 0.
           05  WS-GL-TOTAL-CR             PIC 9(13)V99 COMP-3 VALUE 0.
           05  WS-GL-REVERSED-DOLLARS     PIC 9(11)V99 COMP-3 VALUE 0.
           05  APPLIED-CARRIED-CNT        PIC 9(09) VALUE 0.
           05  WS-CARRIED-DOLLARS         PIC 9(11)V99 COMP-3 VALUE 0.
           05  PRIOR-LOG-RCDS-IN          PIC 9(09) VALUE 0.
           05  APPL-LOG-RCDS-OUT          PIC 9(09) VALUE 0.
           05  WS-APPL-LOG-DOLLARS        PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-GL-APPL-DR              PIC 9(13)V99 COMP-3 VALUE 0.
           05  WS-GL-APPL-CNT             PIC 9(09) VALUE 0.
           05  WS-GL-NET-DOLLARS          PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GL-NET-CNT              PIC S9(09) COMP-3 VALUE 0.
           05  WS-GL-PROOF-DOLLARS        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GL-PROOF-CNT            PIC S9(09) COMP-3 VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.

       000000-MAINLINE.

           PERFORM 0050-READ-CONTROL-CARD.
           PERFORM 0060-CHECK-CYCLE-LEDGER.

           IF WS-CNTL-RESTART
              PERFORM 0070-CHECK-PRIOR-LOG
           END-IF

           OPEN INPUT CASH-WORKLIST-FILE
           IF NOT WS-WRK-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
           OPEN OUTPUT RESULTS-FILE
           WRITE RESULTS-REC FROM WS-RSLT-HDR

           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE WS-POST-DATE         TO WS-GLH-POST-DATE
                                        WS-GLH-BATCH-DATE
           WRITE GL-JOURNAL-REC FROM WS-GLD-HDR

           OPEN OUTPUT APPL-LOG-FILE

           IF WS-CNTL-RESTART
              AND NOT WS-PAL-JOURNALED
              PERFORM 0075-CARRY-PRIOR-LOG
           END-IF

           PERFORM 0100-PROCESS-WORKLIST UNTIL WS-WRK-FILE-EOF.

       000000-MAINLINE-CLOSE-DOWN.
           MOVE RESULT-RCDS-OUT      TO WS-RST-COUNT
           WRITE RESULTS-REC FROM WS-RSLT-TRL

      *    THE JOURNAL IS WRITTEN ON EVERY EXIT THROUGH HERE - THE
      *    APPLICATIONS ALREADY COMMITTED ARE ON THE DATABASE AND
      *    MUST REACH THE LEDGER EVEN WHEN THE RUN STOPS EARLY.
           PERFORM 0300-WRITE-GL-JOURNAL

      *    THE LOG TRAILER SAYS EVERY APPLICATION ON THE LOG IS NOW
      *    ON A JOURNAL - A RESTART AGAINST THIS LOG CARRIES NOTHING.
           MOVE APPL-LOG-RCDS-OUT    TO WS-GLA-TRL-COUNT
           MOVE WS-APPL-LOG-DOLLARS  TO WS-GLA-TRL-AMOUNT
           MOVE WS-POST-DATE         TO WS-GLA-TRL-POST-DATE
           WRITE APPL-LOG-REC FROM WS-GLA-TRL

           PERFORM 0400-POST-CYCLE-LEDGER
           PERFORM 900000-DISPLAY-STATS.
           CLOSE CASH-WORKLIST-FILE.
           CLOSE RESULTS-FILE.
           CLOSE GL-JOURNAL-FILE.
           CLOSE APPL-LOG-FILE.

      ****** ********* ************ ************ ************ **********

           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-READ-CONTROL-CARD.

           MOVE SPACES               TO WS-CNTL-RESTART-IN
           OPEN INPUT CONTROL-CARD-FILE

           IF NOT WS-CNTL-FILE-NOT-FOUND
              READ CONTROL-CARD-FILE INTO WS-CNTL-CARD-WORK
                 AT END
                    MOVE ZEROES      TO WS-CNTL-POST-DATE-IN
                    MOVE SPACES      TO WS-CNTL-RESTART-IN
              END-READ
              IF WS-CNTL-POST-DATE-IN IS NUMERIC
                 AND WS-CNTL-POST-DATE-IN NOT = ZERO
                 MOVE WS-CNTL-POST-DATE-IN TO WS-POST-DATE
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-POST-DATE = ZERO
              ACCEPT WS-CURR-DATE    FROM DATE
              MOVE 20                TO WS-POST-DATE(1:2)
              MOVE WS-CURR-DATE      TO WS-POST-DATE(3:6)
           END-IF

           DISPLAY '*** GL POSTING DATE     = ' WS-POST-DATE
           IF WS-CNTL-RESTART
              DISPLAY '*** RESTART RUN - PRIOR APPLICATION LOG CARRIED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0060-CHECK-CYCLE-LEDGER.

      *    THE WORKLIST BELONGS TO THE LAST CYCLE ON THE LEDGER - IT
      *    MUST BE READY FOR CASH APPLICATION AND NOT ALREADY POSTED
      *    BY THIS STEP.  NOTHING IS OPEN OR UPDATED YET.
           PERFORM 0061-LOAD-CYCLE-LEDGER

           IF WS-CYC-CNT = ZERO
              MOVE 73 TO WS-RETURN-CODE
              DISPLAY '****  NO CYCLE ON THE CYCLCTL LEDGER - TESTIMSP'
                      ' MUST POST THE CYCLE FIRST'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC

           IF NOT WS-CYR-IMSP-DONE
              OR (WS-CYR-SLICE-CNT > ZERO
                  AND WS-CYR-MRGE-STAT NOT = 'C')
              MOVE 73 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' NOT READY -'
                      ' TESTIMSP ''' WS-CYR-IMSP-STAT ''''
                      ' TESTMRGE ''' WS-CYR-MRGE-STAT ''''
              GO TO 000000-MAINLINE-EXIT
           END-IF

           IF WS-CYR-CSHA-DONE
              MOVE 71 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' ALREADY POSTED'
                      ' BY TESTCSHA ON ' WS-CYR-CSHA-DATE
              GO TO 000000-MAINLINE-EXIT
           END-IF

           MOVE WS-CYR-CYCLE-NO      TO WS-CYC-CYCLE-NO

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' RUN DATE '
                   WS-CYR-RUN-DATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0061-LOAD-CYCLE-LEDGER.

      *    LOAD THE CYCLE CONTROL LEDGER (CYCLCTL DD) INTO STORAGE.
      *    A MISSING OR EMPTY FILE MEANS NO CYCLE HAS EVER RUN.
           MOVE 'N'                  TO WS-CYC-EOF-FLAG
           MOVE ZERO                 TO WS-CYC-CNT
           OPEN INPUT CYCLE-CONTROL-FILE

           IF WS-CYC-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-CYC-EOF-FLAG
           ELSE
              PERFORM UNTIL WS-CYC-FILE-EOF
                 READ CYCLE-CONTROL-FILE
                    AT END
                       MOVE 'Y'      TO WS-CYC-EOF-FLAG
                    NOT AT END
                       IF CYCLE-CONTROL-REC NOT = SPACES
                          IF WS-CYC-CNT >= WS-CYC-MAX
                             MOVE 70 TO WS-RETURN-CODE
                             DISPLAY '****  CYCLE LEDGER TABLE FULL AT '
                                     WS-CYC-CNT ' - RAISE'
                                     ' WS-CYC-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-CYC-CNT
                          MOVE CYCLE-CONTROL-REC TO
                               WS-CYC-TBL-REC (WS-CYC-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CYCLE-CONTROL-FILE
           END-IF

           DISPLAY '*** CYCLE LEDGER ENTRIES LOADED = ' WS-CYC-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0070-CHECK-PRIOR-LOG.

      *    RESTART - THE ABENDED RUN'S APPLICATION LOG MUST BE THERE
      *    BEFORE ANYTHING IS OPENED FOR OUTPUT.  WITHOUT IT THE
      *    APPLICATIONS COMMITTED BEFORE THE ABEND WOULD NEVER REACH
      *    THE LEDGER, SO ITS ABSENCE STOPS THE RUN.  A LOG THAT
      *    ENDS IN A TRAILER WAS JOURNALED BY THE RUN THAT WROTE IT.
           MOVE 'N'                  TO WS-PAL-EOF-FLAG
           MOVE 'N'                  TO WS-PAL-JOURNALED-FLAG
           OPEN INPUT PRIOR-APPL-LOG-FILE
           IF NOT WS-PAL-FILE-OK
              MOVE 17 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0070-CHECK-PRIOR-LOG         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** GLAPPLI OPEN STATUS = '
                      WS-PAL-FILE-STATUS
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           PERFORM UNTIL WS-PAL-FILE-EOF
              READ PRIOR-APPL-LOG-FILE INTO WS-GLA-REC
                 AT END
                    MOVE 'Y'         TO WS-PAL-EOF-FLAG
                 NOT AT END
                    EVALUATE WS-GLA-REC-TYPE
                       WHEN 'D'
                          ADD 1      TO PRIOR-LOG-RCDS-IN
                       WHEN 'T'
                          MOVE 'Y'   TO WS-PAL-JOURNALED-FLAG
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE PRIOR-APPL-LOG-FILE

           DISPLAY '*** PRIOR APPLICATION LOG RECORDS = '
                   PRIOR-LOG-RCDS-IN
           IF WS-PAL-JOURNALED
              DISPLAY '*** PRIOR LOG ALREADY JOURNALED - NOTHING'
                      ' CARRIED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0075-CARRY-PRIOR-LOG.

      *    RESTART - COPY EACH COMMITTED APPLICATION FROM THE ABENDED
      *    RUN'S LOG INTO THIS RUN'S LOG AND ADD IT TO ITS GROUP/
      *    PACKAGE TOTAL.  IT IS ALREADY ON THE DATABASE, SO IT IS
      *    NEVER LEFT PENDING FOR A REVERSAL.
           MOVE 'N'                  TO WS-PAL-EOF-FLAG
           OPEN INPUT PRIOR-APPL-LOG-FILE

           PERFORM UNTIL WS-PAL-FILE-EOF
              READ PRIOR-APPL-LOG-FILE INTO WS-GLA-REC
                 AT END
                    MOVE 'Y'         TO WS-PAL-EOF-FLAG
                 NOT AT END
                    IF WS-GLA-REC-TYPE = 'D'
                       WRITE APPL-LOG-REC FROM WS-GLA-REC
                       ADD 1         TO APPL-LOG-RCDS-OUT
                                        APPLIED-CARRIED-CNT
                       ADD WS-GLA-AMOUNT TO WS-APPL-LOG-DOLLARS
                                            WS-CARRIED-DOLLARS
                       MOVE WS-GLA-GRP-KEY TO WS-WRK-GRP-KEY
                       MOVE WS-GLA-PKG-NO  TO WS-WRK-PKG-NO
                       MOVE WS-GLA-AMOUNT  TO WS-APPLIED-AMT
                       PERFORM 0270-JOURNAL-APPLICATION
                       MOVE 'N'      TO WS-GL-PENDING-FLAG
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRIOR-APPL-LOG-FILE

           MOVE SPACES               TO WS-WRK-REC
           MOVE ZERO                 TO WS-APPLIED-AMT

           DISPLAY '*** APPLICATIONS CARRIED FROM PRIOR LOG = '
                   APPLIED-CARRIED-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0100-PROCESS-WORKLIST.
      *    THE AMOUNT DUE IS NEVER ZEROED WITHOUT THE SUSPENSE
      *    CASH BEING DRAWN DOWN.  A CLEAN APPLICATION IS
      *    CHECKPOINTED AT ONCE (0250) SO IT COMMITS ON ITS OWN.
      *    THE JOURNAL LINE IS TAKEN FIRST (0270) AND STAYS PENDING
      *    UNTIL THE CHECKPOINT, SO A ROLL-BACK KNOWS TO REVERSE IT.
      *    THE APPLICATION IS LOGGED (0235) JUST AHEAD OF THE
      *    CHECKPOINT SO A RESTART CAN JOURNAL IT AFTER AN ABEND.
           PERFORM 0270-JOURNAL-APPLICATION

           COMPUTE CS-UNALLOC-AMT =
                   CS-UNALLOC-AMT - WS-APPLIED-AMT
           MOVE ZERO                 TO BI-TOT-DUE-AMT
              GO TO 000000-MAINLINE-CLOSE-DOWN
           END-IF

           PERFORM 0235-LOG-APPLICATION
           PERFORM 0250-TAKE-CHECKPOINT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0235-LOG-APPLICATION.

           MOVE SPACES               TO WS-GLA-REC
           MOVE 'D'                  TO WS-GLA-REC-TYPE
           MOVE WS-WRK-GRP-KEY       TO WS-GLA-GRP-KEY
           MOVE WS-WRK-SUB-ID        TO WS-GLA-SUB-ID
           MOVE WS-GLS-PKG-NO        TO WS-GLA-PKG-NO
           MOVE WS-APPLIED-AMT       TO WS-GLA-AMOUNT
           MOVE WS-POST-DATE         TO WS-GLA-POST-DATE
           WRITE APPL-LOG-REC FROM WS-GLA-REC
           ADD 1                     TO APPL-LOG-RCDS-OUT
           ADD WS-APPLIED-AMT        TO WS-APPL-LOG-DOLLARS.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0250-TAKE-CHECKPOINT.
                                IO-PCB
                                WS-CHKP-ID

           ADD 1                     TO WS-CHKP-TAKEN
           MOVE 'N'                  TO WS-GL-PENDING-FLAG.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *    HALF-POSTED ACCOUNT IS RESTORED AND THE RUN ENDS WITH
      *    THE ERROR CODE ALREADY SET.
           CALL 'CBLTDLI' USING ROLB
                                IO-PCB

           IF WS-GL-PENDING
              PERFORM 0275-WRITE-GL-REVERSAL
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0270-JOURNAL-APPLICATION.

      *    ADD THE APPLICATION TO ITS GROUP/PACKAGE TOTAL.  A WORKLIST
      *    WITHOUT A PACKAGE NUMBER JOURNALS UNDER PACKAGE 000.  A
      *    FULL TABLE STOPS THE RUN BEFORE THE DATABASE IS TOUCHED -
      *    POSTING CASH THE LEDGER CANNOT SEE IS THE DRIFT THIS FILE
      *    EXISTS TO PREVENT.
           IF WS-WRK-PKG-NO IS NUMERIC
              MOVE WS-WRK-PKG-NO     TO WS-GLS-PKG-NO
           ELSE
              MOVE ZEROES            TO WS-GLS-PKG-NO
           END-IF

           MOVE 'N'                  TO WS-GLS-FOUND-FLAG
           IF WS-GLS-CNT > 0
              SET GLS-INDEX          TO 1
              SEARCH WS-GLS-TBL
                 AT END
                      CONTINUE
                 WHEN GLS-INDEX > WS-GLS-CNT
                      CONTINUE
                 WHEN WS-GLT-GRP-KEY (GLS-INDEX) = WS-WRK-GRP-KEY
                  AND WS-GLT-PKG-NO (GLS-INDEX)  = WS-GLS-PKG-NO
                      MOVE 'Y'       TO WS-GLS-FOUND-FLAG
                      SET WS-GLS-IX  TO GLS-INDEX
              END-SEARCH
           END-IF

           IF WS-GLS-FOUND-FLAG NOT = 'Y'
              IF WS-GLS-CNT >= WS-GLS-MAX
                 MOVE 53 TO WS-RETURN-CODE
                 DISPLAY '****  GL SUMMARY TABLE FULL AT ' WS-GLS-CNT
                         ' - RAISE WS-GLS-MAX AND RERUN'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
              END-IF
              ADD 1                  TO WS-GLS-CNT
              MOVE WS-GLS-CNT        TO WS-GLS-IX
              MOVE WS-WRK-GRP-KEY    TO WS-GLT-GRP-KEY (WS-GLS-IX)
              MOVE WS-GLS-PKG-NO     TO WS-GLT-PKG-NO (WS-GLS-IX)
              MOVE ZERO              TO WS-GLT-ACCT-CNT (WS-GLS-IX)
                                        WS-GLT-AMOUNT (WS-GLS-IX)
           END-IF

           ADD 1                     TO WS-GLT-ACCT-CNT (WS-GLS-IX)
           ADD WS-APPLIED-AMT        TO WS-GLT-AMOUNT (WS-GLS-IX)

           MOVE 'Y'                  TO WS-GL-PENDING-FLAG
           MOVE WS-WRK-GRP-KEY       TO WS-GL-PENDING-GRP-KEY
           MOVE WS-GLS-PKG-NO        TO WS-GL-PENDING-PKG-NO
           MOVE WS-APPLIED-AMT       TO WS-GL-PENDING-AMT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0275-WRITE-GL-REVERSAL.

      *    THE BACKED-OUT APPLICATION IS ALREADY IN ITS GROUP/PACKAGE
      *    TOTAL - OFFSET IT WITH THE OPPOSITE PAIR: DEBIT PREMIUM
      *    RECEIVABLE, CREDIT SUSPENSE.
           MOVE SPACES               TO WS-GLD-REC
           MOVE 'D'                  TO WS-GLD-REC-TYPE
           MOVE WS-POST-DATE         TO WS-GLD-POST-DATE
           MOVE 'R'                  TO WS-GLD-ENTRY-TYPE
           MOVE WS-GL-PENDING-GRP-KEY TO WS-GLD-GRP-KEY
           MOVE WS-GL-PENDING-PKG-NO TO WS-GLD-PKG-NO
           MOVE 1                    TO WS-GLD-ACCT-CNT
           MOVE WS-GL-PENDING-AMT    TO WS-GLD-AMOUNT
           MOVE 'REVERSAL - POSTING BACKED OUT'
                                     TO WS-GLD-DESC

           MOVE WS-GL-PREM-RECV-ACCT TO WS-GLD-GL-ACCT
           MOVE 'DR'                 TO WS-GLD-DR-CR-IND
           WRITE GL-JOURNAL-REC FROM WS-GLD-REC
           ADD 1                     TO GL-RCDS-OUT
           ADD WS-GL-PENDING-AMT     TO WS-GL-TOTAL-DR

           MOVE WS-GL-SUSPENSE-ACCT  TO WS-GLD-GL-ACCT
           MOVE 'CR'                 TO WS-GLD-DR-CR-IND
           WRITE GL-JOURNAL-REC FROM WS-GLD-REC
           ADD 1                     TO GL-RCDS-OUT
           ADD WS-GL-PENDING-AMT     TO WS-GL-TOTAL-CR

           ADD 1                     TO GL-REVERSAL-CNT
           ADD WS-GL-PENDING-AMT     TO WS-GL-REVERSED-DOLLARS
           MOVE 'N'                  TO WS-GL-PENDING-FLAG.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-WRITE-GL-JOURNAL.

      *    ONE DEBIT-SUSPENSE / CREDIT-PREMIUM-RECEIVABLE PAIR PER
      *    GROUP AND PACKAGE, THEN THE BATCH CONTROL TRAILER.  THE
      *    TRAILER CARRIES BOTH SIDES AND A BALANCED FLAG.  EVERY
      *    PAIR IS BUILT FROM ONE AMOUNT, SO THE BATCH IS PROVED
      *    AGAINST THE APPLICATIONS INSTEAD: THE APPLICATION DEBITS
      *    LESS THE REVERSALS MUST EQUAL THE DOLLARS APPLIED (PLUS
      *    ANY CARRIED ON A RESTART), AND THE ACCOUNTS SUMMARIZED
      *    LESS THOSE REVERSED MUST EQUAL THE ACCOUNTS APPLIED.  A
      *    BATCH THAT FAILS EITHER PROOF SETS RC60 SO THE SCHEDULER
      *    HOLDS THE GL LOAD.
           IF WS-GLS-CNT > 0
              PERFORM VARYING WS-GLS-IX FROM 1 BY 1
                        UNTIL WS-GLS-IX > WS-GLS-CNT
                 MOVE SPACES         TO WS-GLD-REC
                 MOVE 'D'            TO WS-GLD-REC-TYPE
                 MOVE WS-POST-DATE   TO WS-GLD-POST-DATE
                 MOVE 'A'            TO WS-GLD-ENTRY-TYPE
                 MOVE WS-GLT-GRP-KEY (WS-GLS-IX)  TO WS-GLD-GRP-KEY
                 MOVE WS-GLT-PKG-NO (WS-GLS-IX)   TO WS-GLD-PKG-NO
                 MOVE WS-GLT-ACCT-CNT (WS-GLS-IX) TO WS-GLD-ACCT-CNT
                 MOVE WS-GLT-AMOUNT (WS-GLS-IX)   TO WS-GLD-AMOUNT
                 MOVE 'SUSPENSE CASH APPLIED'     TO WS-GLD-DESC

                 MOVE WS-GL-SUSPENSE-ACCT         TO WS-GLD-GL-ACCT
                 MOVE 'DR'           TO WS-GLD-DR-CR-IND
                 WRITE GL-JOURNAL-REC FROM WS-GLD-REC
                 ADD 1               TO GL-RCDS-OUT
                 ADD WS-GLT-AMOUNT (WS-GLS-IX)    TO WS-GL-TOTAL-DR
                                                     WS-GL-APPL-DR
                 ADD WS-GLT-ACCT-CNT (WS-GLS-IX)  TO WS-GL-APPL-CNT

                 MOVE WS-GL-PREM-RECV-ACCT        TO WS-GLD-GL-ACCT
                 MOVE 'CR'           TO WS-GLD-DR-CR-IND
                 WRITE GL-JOURNAL-REC FROM WS-GLD-REC
                 ADD 1               TO GL-RCDS-OUT
                 ADD WS-GLT-AMOUNT (WS-GLS-IX)    TO WS-GL-TOTAL-CR
              END-PERFORM
           END-IF

           MOVE GL-RCDS-OUT          TO WS-GLT-DTL-COUNT
           MOVE WS-GL-TOTAL-DR       TO WS-GLT-TOTAL-DR
           MOVE WS-GL-TOTAL-CR       TO WS-GLT-TOTAL-CR

           COMPUTE WS-GL-NET-DOLLARS =
                   WS-GL-APPL-DR - WS-GL-REVERSED-DOLLARS
           COMPUTE WS-GL-PROOF-DOLLARS =
                   WS-APPLIED-DOLLARS + WS-CARRIED-DOLLARS
           COMPUTE WS-GL-NET-CNT =
                   WS-GL-APPL-CNT - GL-REVERSAL-CNT
           COMPUTE WS-GL-PROOF-CNT =
                   APPLIED-CNT + APPLIED-CARRIED-CNT

           IF WS-GL-NET-DOLLARS = WS-GL-PROOF-DOLLARS
              AND WS-GL-NET-CNT = WS-GL-PROOF-CNT
              MOVE 'Y'               TO WS-GLT-BALANCED
           ELSE
              MOVE 'N'               TO WS-GLT-BALANCED
              MOVE 60 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*         0300-WRITE-GL-JOURNAL         ****'
              DISPLAY '****    GL BATCH OUT OF BALANCE         ****'
              DISPLAY '**** JOURNAL NET DOLLARS = ' WS-GL-NET-DOLLARS
              DISPLAY '**** DOLLARS APPLIED     = '
                      WS-GL-PROOF-DOLLARS
              DISPLAY '**** JOURNAL NET ACCOUNTS= ' WS-GL-NET-CNT
              DISPLAY '**** ACCOUNTS APPLIED    = ' WS-GL-PROOF-CNT
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
           END-IF

           WRITE GL-JOURNAL-REC FROM WS-GLD-TRL.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
           WRITE RESULTS-REC FROM WS-RSLT-REC
           ADD 1                     TO RESULT-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-POST-CYCLE-LEDGER.

      *    POST TESTCSHA'S STATUS FOR THE CYCLE - COMPLETE ONLY ON A
      *    CLEAN RUN.  A FAILED RUN IS SAFE TO RERUN, AS ACCOUNTS
      *    ALREADY APPLIED REPORT AS NOTHING DUE.
           MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC

           ACCEPT WS-CYC-TODAY       FROM DATE
           MOVE 20                   TO WS-CYC-POST-DATE(1:2)
           MOVE WS-CYC-TODAY         TO WS-CYC-POST-DATE(3:6)

           IF WS-RETURN-CODE = ZERO
              MOVE 'C'               TO WS-CYR-CSHA-STAT
           ELSE
              MOVE 'F'               TO WS-CYR-CSHA-STAT
           END-IF
           MOVE WS-RETURN-CODE       TO WS-CYR-CSHA-RC
           MOVE WS-CYC-POST-DATE     TO WS-CYR-CSHA-DATE
           MOVE WS-CYC-REC           TO WS-CYC-TBL-REC (WS-CYC-CNT)

           PERFORM 0410-REWRITE-CYCLE-LEDGER

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' POSTED - TESTCSHA'
                   ' STATUS ' WS-CYR-CSHA-STAT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0410-REWRITE-CYCLE-LEDGER.

      *    THE LEDGER IS SMALL AND REWRITTEN WHOLE FROM STORAGE.  A
      *    LEDGER THAT CANNOT BE WRITTEN HOLDS THE NEXT STEP.
           OPEN OUTPUT CYCLE-CONTROL-FILE

           IF NOT WS-CYC-FILE-OK
              DISPLAY '****  CYCLCTL OPEN FAILED - STATUS '
                      WS-CYC-FILE-STATUS ' - CYCLE NOT POSTED'
              IF WS-RETURN-CODE = ZERO
                 MOVE 70 TO WS-RETURN-CODE
              END-IF
           ELSE
              PERFORM VARYING WS-CYC-IX FROM 1 BY 1
                        UNTIL WS-CYC-IX > WS-CYC-CNT
                 WRITE CYCLE-CONTROL-REC FROM WS-CYC-TBL-REC (WS-CYC-IX)
              END-PERFORM
              CLOSE CYCLE-CONTROL-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '**** ACCOUNTS NOT APPLIED  = ' NOT-APPLIED-CNT.
           DISPLAY '**** DOLLARS APPLIED       = '
                   WS-APPLIED-DOLLARS.
           DISPLAY '**** APPLIED BEFORE RESTART= ' APPLIED-CARRIED-CNT.
           DISPLAY '**** DOLLARS BEFORE RESTART= '
                   WS-CARRIED-DOLLARS.
           DISPLAY '**** APPLICATION LOG OUT   = ' APPL-LOG-RCDS-OUT.
           DISPLAY '**** RESULT RECORDS OUT    = ' RESULT-RCDS-OUT.
           DISPLAY '**** GL JOURNAL LINES OUT  = ' GL-RCDS-OUT.
           DISPLAY '****   GROUP/PKG SUMMARIES = ' WS-GLS-CNT.
           DISPLAY '****   REVERSALS WRITTEN   = ' GL-REVERSAL-CNT.
           DISPLAY '**** GL DOLLARS REVERSED   = '
                   WS-GL-REVERSED-DOLLARS.
           DISPLAY '**** GL TOTAL DEBITS       = ' WS-GL-TOTAL-DR.
           DISPLAY '**** GL TOTAL CREDITS      = ' WS-GL-TOTAL-CR.
           DISPLAY '**** CHECKPOINTS TAKEN     = ' WS-CHKP-TAKEN.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTCSHA SHUT DOWN         ****'.
