      ****                         WARNING AND CANCEL FILES
      ****              SUBHSTIN - PRIOR CYCLE'S SUBSCRIBER HISTORY
      ****              HSTCYCIN - CONCATENATED SLICE SUBHSTO FILES
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****   IN/OUT :   CYCLCTL  - CYCLE CONTROL LEDGER
      ****   OUTPUTS:   GRPSUM   - CONSOLIDATED GROUP SUMMARY
      ****              RUNHIST  - CUMULATIVE HISTORY (ONE RECORD
      ****                         APPENDED FOR THE WHOLE CYCLE)
      *                        STOP COLD ON OVERFLOW INSTEAD           *
      *                        OF TRUNCATING THE CURED OR              *
      *                        HISTORY MERGE                           *
      * 10/15/26  SANDEEP R    SUBSCRIBER HISTORY RECORD     CQ512231  *
      *                        WIDENED TO 60 BYTES - SLICE             *
      *                        DETAIL PASSES THROUGH, ROLLED           *
      *                        UNSEEN RECORDS CARRY A BLANK            *
      *                        TIER AND ZERO AMOUNT                    *
      * 10/15/26  SANDEEP R    HISTORY RECORD NOW CARRIES    CQ512232  *
      *                        THE GROUP KEY                           *
      * 10/15/26  SANDEEP R    CYCLE CONTROL LEDGER - CHECK  CQ512235  *
      *                        PRIORCON AND SUBHSTIN ARE FROM          *
      *                        THE LAST COMPLETED CYCLE BEFORE         *
      *                        ANY OUTPUT IS OPENED, STAMP             *
      *                        SUBHSTO, POST THE SLICED CYCLE          *
      *                                                                *
      ******************************************************************
      ******************************************************************

           SELECT SUBR-HIST-OUT-FILE       ASSIGN TO SUBHSTO.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-IN-REC             PIC X(60).

       FD  HIST-CYCLE-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  HIST-CYCLE-IN-REC            PIC X(60).

       FD  SUBR-HIST-OUT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-OUT-REC            PIC X(60).

       FD  CYCLE-CONTROL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-CONTROL-REC            PIC X(100).

       FD  CYCLE-OVERRIDE-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-OVERRIDE-REC           PIC X(80).


       WORKING-STORAGE SECTION.
       01  WS-SHST-OUT-REC.
           05  WS-SHO-SUB-ID              PIC X(09).
           05  WS-SHO-CYCLES              PIC X(06).
           05  WS-SHO-TIER                PIC X(01).
           05  WS-SHO-DUE-AMT             PIC 9(09)V99.
           05  WS-SHO-PKG-NO              PIC 9(03).
           05  WS-SHO-COUNTY-NM           PIC X(18).
           05  WS-SHO-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(03) VALUE SPACES.

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME FIELDS, IMAGES
      *    AND RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-FIELDS - THE
      *    LAYOUTS MUST STAY IN STEP.  ON A SLICED CYCLE THIS STEP
      *    POSTS THE CYCLE FOR THE SLICES AND ITSELF.
      *      RC 70 - NO CYCLE ON THE LEDGER AND NO FIRST-CYCLE
      *              OVERRIDE, OR AN OVERRIDE WITH CYCLES ON FILE
      *      RC 71 - THIS CYCLE IS ALREADY POSTED
      *      RC 72 - AN INPUT IS NOT FROM THE PRECEDING CYCLE
      *      RC 73 - THE PRECEDING CYCLE IS NOT COMPLETE
      *      RC 74 - A CARRIED-FORWARD INPUT IS MISSING
       01  WS-CYCLE-CONTROL-FIELDS.
           05  WS-CYC-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CYC-FILE-OK                 VALUE '00'.
               88  WS-CYC-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CYC-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-CYC-FILE-EOF                VALUE 'Y'.
           05  WS-CYO-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CYO-FILE-OK                 VALUE '00'.
               88  WS-CYO-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CYC-OVERRIDE-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CYC-FIRST-OVERRIDE          VALUE 'Y'.
           05  WS-CYC-CHECK-FLAG          PIC X(01) VALUE 'Y'.
               88  WS-CYC-CHECK-INPUTS            VALUE 'Y'.
           05  WS-CYC-NEW-FLAG            PIC X(01) VALUE 'N'.
               88  WS-CYC-NEW-CYCLE               VALUE 'Y'.
           05  WS-CYC-SLICES-OK-FLAG      PIC X(01) VALUE 'N'.
               88  WS-CYC-SLICES-OK               VALUE 'Y'.
           05  WS-CYC-SLICE-RC            PIC 9(08) VALUE ZEROES.
           05  WS-CYC-DONE-CNT            PIC 9(02) VALUE ZEROES.
           05  WS-CYC-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CYC-PRIOR-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CYC-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CYC-TODAY               PIC 9(06) VALUE ZEROES.
           05  WS-CYC-POST-DATE           PIC 9(08) VALUE ZEROES.
           05  WS-CYC-MIN-GAP             PIC S9(05) COMP VALUE +7.
           05  WS-CYC-GAP-DAYS            PIC S9(07) COMP VALUE +0.
           05  WS-CYC-STAMP-DD            PIC X(08) VALUE SPACES.
           05  WS-CYC-STAMP-CNT           PIC S9(07) COMP VALUE +0.
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

      *    CYCLE STAMP - THE FIRST RECORD OF THE CONSOLIDATED
      *    SUBHSTO.  READERS KNOW IT BY THE LITERAL IN POSITIONS 1-9.
       01  WS-CYCLE-STAMP-REC.
           05  WS-CST-STAMP-ID            PIC X(09) VALUE 'CYCLEHDR '.
           05  WS-CST-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CST-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CST-PROGRAM             PIC X(08) VALUE 'TESTMRGE'.

       01  WS-CYCLE-STAMP-IN.
           05  WS-CSI-STAMP-ID            PIC X(09).
           05  WS-CSI-CYCLE-NO            PIC 9(05).
           05  WS-CSI-RUN-DATE            PIC X(08).
           05  WS-CSI-PROGRAM             PIC X(08).

      *    FIRST-CYCLE OVERRIDE CARD (CYCLOVR DD) - 'FIRSTCYC' IN
      *    COLUMNS 1-8 AND THE STARTING CYCLE NUMBER IN COLUMNS
      *    10-14 (ZERO OR BLANK STARTS AT 00001).  ONLY HONORED
      *    WHEN NO EARLIER CYCLE IS ON THE LEDGER.
       01  WS-CYC-OVR-CARD.
           05  WS-CYO-KEYWORD             PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-CYO-CYCLE-NO-X          PIC X(05).
           05  WS-CYO-CYCLE-NO REDEFINES WS-CYO-CYCLE-NO-X
                                          PIC 9(05).
           05  FILLER                     PIC X(66).


       01  COUNTERS.
           05  GRPSUM-RCDS-IN             PIC 9(09) VALUE 0.

       000000-MAINLINE.

      *    THE SLICE HISTORY RECORDS GIVE THE CYCLE'S RUN DATE, SO
      *    THEY ARE SUMMED FIRST.  THE CYCLE IS THEN PLACED ON THE
      *    LEDGER AND BOTH CARRIED-FORWARD INPUTS CHECKED AGAINST IT
      *    BEFORE ANY OUTPUT IS OPENED.
           PERFORM 0200-CONSOLIDATE-RUNHIST.
           PERFORM 0250-CHECK-CYCLE-LEDGER.
           PERFORM 0300-LOAD-PRIOR-EXTRACT.
           PERFORM 0350-LOAD-PRIOR-HISTORY.
           PERFORM 0100-CONSOLIDATE-GRPSUM.
           PERFORM 0310-MATCH-CURRENT-EXTRACTS.
           PERFORM 0400-CONSOLIDATE-DELTAS.
           PERFORM 0600-MERGE-SUBR-HISTORY.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 0800-POST-CYCLE-LEDGER.
           PERFORM 900000-DISPLAY-STATS.

      ****** ********* ************ ************ ************ **********
                 END-PERFORM
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0250-CHECK-CYCLE-LEDGER.

      *    PLACE THE SLICED CYCLE ON THE CYCLE CONTROL LEDGER.  THE
      *    SLICES NEVER POST - IF THIS STEP HAS NOT POSTED THE LAST
      *    CYCLE (AND IT WAS NOT A WHOLE-BOOK CYCLE TESTIMSP POSTED
      *    COMPLETE) THIS IS ITS RERUN, OTHERWISE THE NEXT CYCLE IS
      *    OPENED.  THE SLICES' OUTCOME IS KEPT NOW, BEFORE THIS
      *    STEP'S OWN CODES ARE FOLDED INTO THE RETURN CODE.
           IF WS-RETURN-CODE = ZERO
              MOVE 'Y'               TO WS-CYC-SLICES-OK-FLAG
           END-IF
           MOVE WS-MRG-RETURN-CD     TO WS-CYC-SLICE-RC

           IF WS-MRG-RUN-DATE NOT = ZEROES
              MOVE WS-MRG-RUN-DATE   TO WS-CYC-RUN-DATE
           ELSE
              ACCEPT WS-CYC-TODAY    FROM DATE
              MOVE 20                TO WS-CYC-RUN-DATE(1:2)
              MOVE WS-CYC-TODAY      TO WS-CYC-RUN-DATE(3:6)
           END-IF

           PERFORM 0260-LOAD-CYCLE-LEDGER
           PERFORM 0262-READ-CYCLE-OVERRIDE

           IF WS-CYC-CNT = ZERO
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  NO CYCLE ON THE CYCLCTL LEDGER - A'
                         ' FIRST CYCLE NEEDS THE FIRSTCYC OVERRIDE'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              MOVE WS-CYO-CYCLE-NO   TO WS-CYC-CYCLE-NO
              MOVE 'N'               TO WS-CYC-CHECK-FLAG
              MOVE 'Y'               TO WS-CYC-NEW-FLAG
           ELSE
              MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC
              IF WS-CYR-MRGE-STAT = 'C'
                 OR (WS-CYR-SLICE-CNT = ZERO AND WS-CYR-IMSP-DONE)
                 PERFORM 0264-CHECK-PRIOR-COMPLETE
                 COMPUTE WS-CYC-CYCLE-NO = WS-CYR-CYCLE-NO + 1
                 MOVE 'Y'            TO WS-CYC-NEW-FLAG
              ELSE
                 MOVE WS-CYR-CYCLE-NO TO WS-CYC-CYCLE-NO
                 DISPLAY '*** CYCLE ' WS-CYR-CYCLE-NO ' NOT POSTED'
                         ' COMPLETE (TESTMRGE STATUS '''
                         WS-CYR-MRGE-STAT ''') - RERUNNING IT'
      *          A FIRST CYCLE RERUN STILL HAS NO INPUTS TO CHECK AND
      *          NEEDS THE OVERRIDE AGAIN - ANY LATER CYCLE MUST NOT
      *          CARRY ONE.
                 IF WS-CYR-FIRST-FLAG = 'Y'
                    IF NOT WS-CYC-FIRST-OVERRIDE
                       MOVE 70 TO WS-RETURN-CODE
                       DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' WAS'
                               ' OPENED AS A FIRST CYCLE - THE RERUN'
                               ' NEEDS THE FIRSTCYC OVERRIDE'
                       GO TO 000000-MAINLINE-EXIT
                    END-IF
                    MOVE 'N'         TO WS-CYC-CHECK-FLAG
                 ELSE
                    IF WS-CYC-FIRST-OVERRIDE
                       MOVE 70 TO WS-RETURN-CODE
                       DISPLAY '****  FIRSTCYC OVERRIDE REJECTED -'
                               ' CYCLES ARE ALREADY ON THE LEDGER'
                       GO TO 000000-MAINLINE-EXIT
                    END-IF
                 END-IF
              END-IF
           END-IF

           COMPUTE WS-CYC-PRIOR-NO = WS-CYC-CYCLE-NO - 1
           MOVE WS-CYC-CYCLE-NO      TO WS-CST-CYCLE-NO
           MOVE WS-CYC-RUN-DATE      TO WS-CST-RUN-DATE

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' RUN DATE '
                   WS-CYC-RUN-DATE
           IF WS-CYC-CHECK-INPUTS
              DISPLAY '*** CARRIED-FORWARD INPUTS MUST BE FROM CYCLE '
                      WS-CYC-PRIOR-NO
           ELSE
              DISPLAY '*** FIRST CYCLE - CARRIED-FORWARD INPUTS NOT'
                      ' CHECKED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0260-LOAD-CYCLE-LEDGER.

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
       0262-READ-CYCLE-OVERRIDE.

      *    OPTIONAL FIRST-CYCLE OVERRIDE CARD (CYCLOVR DD).  ANYTHING
      *    ON THE CARD OTHER THAN 'FIRSTCYC' AND A CYCLE NUMBER STOPS
      *    THE RUN - A MISPUNCHED CARD MUST NOT PASS SILENTLY.
           MOVE 'N'                  TO WS-CYC-OVERRIDE-FLAG
           OPEN INPUT CYCLE-OVERRIDE-FILE

           IF NOT WS-CYO-FILE-NOT-FOUND
              READ CYCLE-OVERRIDE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CYCLE-OVERRIDE-REC TO WS-CYC-OVR-CARD
                    IF WS-CYO-CYCLE-NO-X = SPACES
                       MOVE ZEROES   TO WS-CYO-CYCLE-NO
                    END-IF
                    IF WS-CYO-KEYWORD NOT = 'FIRSTCYC'
                       OR WS-CYO-CYCLE-NO IS NOT NUMERIC
                       MOVE 70 TO WS-RETURN-CODE
                       DISPLAY '****  INVALID CYCLOVR CARD - '
                               CYCLE-OVERRIDE-REC(1:20)
                       GO TO 000000-MAINLINE-EXIT
                    END-IF
                    IF WS-CYO-CYCLE-NO = ZERO
                       MOVE 1        TO WS-CYO-CYCLE-NO
                    END-IF
                    MOVE 'Y'         TO WS-CYC-OVERRIDE-FLAG
                    DISPLAY '*** FIRST-CYCLE OVERRIDE CARD PRESENT -'
                            ' CYCLE ' WS-CYO-CYCLE-NO
              END-READ
              CLOSE CYCLE-OVERRIDE-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0264-CHECK-PRIOR-COMPLETE.

      *    THE LAST CYCLE ON THE LEDGER IS POSTED.  A RUN DATE
      *    INSIDE THAT CYCLE IS A SECOND MERGE OF A POSTED CYCLE.
      *    A NEW CYCLE MAY ONLY OPEN ONCE EVERY STEP OF THE LAST ONE
      *    HAS POSTED COMPLETE.
           COMPUTE WS-CYC-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-CYC-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-CYR-RUN-DATE)

           IF WS-CYC-GAP-DAYS < WS-CYC-MIN-GAP
              MOVE 71 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' ALREADY POSTED'
                      ' FOR RUN DATE ' WS-CYR-RUN-DATE ' - RUN DATE '
                      WS-CYC-RUN-DATE ' IS NOT A NEW CYCLE'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           IF WS-CYR-IMSP-DONE
              AND WS-CYR-MRGE-DONE
              AND WS-CYR-LTRN-DONE
              AND WS-CYR-CSHA-DONE
              CONTINUE
           ELSE
              MOVE 73 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' NOT COMPLETE -'
                      ' TESTIMSP ''' WS-CYR-IMSP-STAT ''''
                      ' TESTMRGE ''' WS-CYR-MRGE-STAT ''''
                      ' TESTLTRN ''' WS-CYR-LTRN-STAT ''''
                      ' TESTCSHA ''' WS-CYR-CSHA-STAT ''''
              GO TO 000000-MAINLINE-EXIT
           END-IF

           IF WS-CYC-CNT >= WS-CYC-MAX
              MOVE 70 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE LEDGER TABLE FULL AT '
                      WS-CYC-CNT ' - RAISE WS-CYC-MAX AND RERUN'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           IF WS-CYC-FIRST-OVERRIDE
              MOVE 70 TO WS-RETURN-CODE
              DISPLAY '****  FIRSTCYC OVERRIDE REJECTED - CYCLES ARE'
                      ' ALREADY ON THE LEDGER'
              GO TO 000000-MAINLINE-EXIT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0265-CHECK-CYCLE-STAMP.

      *    A CYCLE STAMP READ FROM A CARRIED-FORWARD INPUT (THE
      *    CALLER MOVES IT TO WS-CYCLE-STAMP-IN).  A CONCATENATION
      *    OF SLICE FILES CARRIES ONE STAMP PER SLICE - EVERY ONE
      *    MUST NAME THE PRECEDING CYCLE.
           ADD 1                     TO WS-CYC-STAMP-CNT

           IF WS-CYC-CHECK-INPUTS
              IF WS-CSI-CYCLE-NO IS NOT NUMERIC
                 OR WS-CSI-CYCLE-NO NOT = WS-CYC-PRIOR-NO
                 MOVE 72 TO WS-RETURN-CODE
                 DISPLAY '****  ' WS-CYC-STAMP-DD ' IS FROM CYCLE '
                         WS-CSI-CYCLE-NO ' (' WS-CSI-PROGRAM
                         ') - EXPECTED CYCLE ' WS-CYC-PRIOR-NO
                 GO TO 000000-MAINLINE-EXIT
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0266-CHECK-STAMP-FOUND.

      *    A CARRIED-FORWARD INPUT WITH NO STAMP AT ALL PREDATES THE
      *    LEDGER OR IS NOT A FILE THIS SYSTEM WROTE.
           IF WS-CYC-CHECK-INPUTS
              AND WS-CYC-STAMP-CNT = ZERO
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  ' WS-CYC-STAMP-DD ' CARRIES NO CYCLE'
                      ' STAMP - EXPECTED CYCLE ' WS-CYC-PRIOR-NO
              GO TO 000000-MAINLINE-EXIT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0267-CHECK-INPUT-MISSING.

      *    A MISSING CARRIED-FORWARD INPUT ONLY MEANS A FIRST CYCLE
      *    WHEN THE OVERRIDE SAYS SO.
           IF WS-CYC-CHECK-INPUTS
              MOVE 74 TO WS-RETURN-CODE
              DISPLAY '****  ' WS-CYC-STAMP-DD ' IS MISSING - EXPECTED'
                      ' THE OUTPUT OF CYCLE ' WS-CYC-PRIOR-NO
              GO TO 000000-MAINLINE-EXIT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-LOAD-PRIOR-EXTRACT.

      *    SAME LOAD AS TESTIMSP 0085-LOAD-PRIOR-EXTRACT - THE
      *    SUBSCRIBER ID COLUMN OF THE PRIOR FULL EXTRACT, CONTROL
      *    RECORDS BYPASSED, EVERY CYCLE STAMP CHECKED.
           MOVE 'N'                  TO WS-PRIOR-EOF-FLAG
           MOVE 'PRIORCON'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-EXTRACT-FILE

           IF WS-PRIOR-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PRIOR-EOF-FLAG
              PERFORM 0267-CHECK-INPUT-MISSING
           ELSE
              READ PRIOR-EXTRACT-FILE
                 AT END
                    AT END
                       MOVE 'Y'      TO WS-PRIOR-EOF-FLAG
                    NOT AT END
                       EVALUATE TRUE
                          WHEN PRIOR-EXTRACT-REC(1:9) = 'CYCLEHDR '
                             MOVE PRIOR-EXTRACT-REC TO
                                  WS-CYCLE-STAMP-IN
                             PERFORM 0265-CHECK-CYCLE-STAMP
                          WHEN PRIOR-EXTRACT-REC(1:23) =
                                         'TOTAL NUMBER OF RECORDS'
                          WHEN PRIOR-EXTRACT-REC(1:16) =
                                         'SUPPLEMENTAL RUN'
                             CONTINUE
                          WHEN OTHER
      *                      A TRUNCATED TABLE CORRUPTS THE CURED
      *                      COUNTS - STOP INSTEAD.
                             IF WS-PRIOR-ID-CNT >= WS-PRIOR-ID-MAX
                                MOVE 58 TO WS-RETURN-CODE
                                DISPLAY '****  PRIOR-ID TABLE FULL AT '
                                        WS-PRIOR-ID-CNT ' - RAISE'
                                        ' WS-PRIOR-ID-MAX AND RERUN'
                                GO TO 000000-MAINLINE-EXIT
                             END-IF
                             ADD 1   TO WS-PRIOR-ID-CNT
                             MOVE PRIOR-EXTRACT-REC(131:9) TO
                                  WS-PRIOR-SUB-ID (WS-PRIOR-ID-CNT)
                             MOVE 'N' TO
                                  WS-PRIOR-MATCHED (WS-PRIOR-ID-CNT)
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE PRIOR-EXTRACT-FILE
              PERFORM 0266-CHECK-STAMP-FOUND
           END-IF

           MOVE WS-PRIOR-ID-CNT      TO PRIOR-IDS-LOADED
                       OR EXTRACT-IN-REC(1:23) =
                                      'TOTAL NUMBER OF RECORDS'
                       OR EXTRACT-IN-REC(1:16) = 'SUPPLEMENTAL RUN'
                       OR EXTRACT-IN-REC(1:9) = 'CYCLEHDR '
                       CONTINUE
                    ELSE
                       ADD 1         TO EXTR-RCDS-READ
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0350-LOAD-PRIOR-HISTORY.

      *    LOAD THE PRIOR CYCLE'S SUBSCRIBER HISTORY (SUBHSTIN DD)
      *    INTO THE MERGE TABLE.  A MISSING FILE IS ONLY ACCEPTED ON
      *    A FIRST CYCLE - TRACKING THEN STARTS FRESH.
           MOVE 'N'                  TO WS-SHI-EOF-FLAG
           MOVE 'SUBHSTIN'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT SUBR-HIST-IN-FILE

           IF WS-SHI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-SHI-EOF-FLAG
              PERFORM 0267-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-SHI-FILE-EOF
                 READ SUBR-HIST-IN-FILE
                    AT END
                       MOVE 'Y'      TO WS-SHI-EOF-FLAG
                    NOT AT END
                       IF SUBR-HIST-IN-REC(1:9) = 'CYCLEHDR '
                          MOVE SUBR-HIST-IN-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0265-CHECK-CYCLE-STAMP
                       END-IF
                       IF SUBR-HIST-IN-REC(1:9) NOT = SPACES
                          AND SUBR-HIST-IN-REC(1:9) NOT = 'CYCLEHDR '
      *                   A TRUNCATED MERGE QUIETLY DROPS
      *                   SUBSCRIBER HISTORY - STOP INSTEAD.
                          IF WS-SHST-CNT >= WS-SHST-MAX
                             MOVE 63 TO WS-RETURN-CODE
                             DISPLAY '****  HISTORY TABLE FULL AT '
                                     WS-SHST-CNT ' - RAISE'
                                     ' WS-SHST-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-SHST-CNT
                                        SUBHIST-RCDS-IN
                          MOVE SUBR-HIST-IN-REC(1:9) TO
                               WS-SHST-SUB-ID (WS-SHST-CNT)
                          MOVE SUBR-HIST-IN-REC(10:6) TO
                               WS-SHST-CYCLES (WS-SHST-CNT)
                          MOVE 'N'   TO WS-SHST-SEEN (WS-SHST-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUBR-HIST-IN-FILE
              PERFORM 0266-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** PRIOR HISTORY LOADED = ' WS-SHST-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-CONSOLIDATE-DELTAS.
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0600-MERGE-SUBR-HISTORY.

      *    THE PRIOR HISTORY IS ALREADY IN THE TABLE (0350).  A
      *    SLICE ENTRY IS ALREADY ROLLED FOR THIS CYCLE AND PASSES
      *    THROUGH; THE MATCHING PRIOR ENTRY IS MARKED SO IT IS NOT
      *    ROLLED AGAIN.  EACH SLICE FILE'S CYCLE STAMP IS DROPPED -
      *    THE CONSOLIDATED FILE CARRIES ONE OF ITS OWN.
           MOVE 'N'                  TO WS-HCI-EOF-FLAG
           OPEN INPUT HIST-CYCLE-IN-FILE
           OPEN OUTPUT SUBR-HIST-OUT-FILE
           WRITE SUBR-HIST-OUT-REC FROM WS-CYCLE-STAMP-REC

           IF WS-HCI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-HCI-EOF-FLAG
                    MOVE 'Y'         TO WS-HCI-EOF-FLAG
                 NOT AT END
                    IF HIST-CYCLE-IN-REC(1:9) NOT = SPACES
                       AND HIST-CYCLE-IN-REC(1:9) NOT = 'CYCLEHDR '
                       ADD 1         TO HISTCYC-RCDS-IN
                       WRITE SUBR-HIST-OUT-REC FROM
                             HIST-CYCLE-IN-REC
                       MOVE WS-SHST-SUB-ID (WS-SHST-IX)
                                     TO WS-SHO-SUB-ID
                       MOVE WS-SHST-NEW-CYCLES TO WS-SHO-CYCLES
                       MOVE ZERO     TO WS-SHO-DUE-AMT
                                        WS-SHO-PKG-NO
                       WRITE SUBR-HIST-OUT-REC FROM WS-SHST-OUT-REC
                       ADD 1         TO SUBHIST-RCDS-OUT
                    END-IF

       0700-EXIT. EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0800-POST-CYCLE-LEDGER.

      *    POST THE SLICED CYCLE - TESTIMSP COMPLETE WHEN EVERY SLICE
      *    WAS PRESENT ONCE AND ENDED CLEAN, TESTMRGE COMPLETE WHEN
      *    THIS STEP ENDED CLEAN.  ONLY REACHED ONCE THE LEDGER CHECK
      *    HAS PASSED.
           IF WS-CYC-NEW-CYCLE
              ADD 1                  TO WS-CYC-CNT
              INITIALIZE WS-CYC-REC
              MOVE WS-CYC-CYCLE-NO   TO WS-CYR-CYCLE-NO
              IF NOT WS-CYC-CHECK-INPUTS
                 MOVE 'Y'            TO WS-CYR-FIRST-FLAG
              END-IF
           ELSE
              MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC
           END-IF

           ACCEPT WS-CYC-TODAY       FROM DATE
           MOVE 20                   TO WS-CYC-POST-DATE(1:2)
           MOVE WS-CYC-TODAY         TO WS-CYC-POST-DATE(3:6)

           MOVE ZERO                 TO WS-CYC-DONE-CNT
           PERFORM VARYING WS-SLICE-CHK-IX FROM 1 BY 1
                     UNTIL WS-SLICE-CHK-IX > WS-MRG-SLICE-CNT-EXP
              IF WS-SLICE-SEEN-CNT (WS-SLICE-CHK-IX) = 1
                 ADD 1               TO WS-CYC-DONE-CNT
              END-IF
           END-PERFORM

           MOVE WS-CYC-RUN-DATE      TO WS-CYR-RUN-DATE
           MOVE WS-MRG-SLICE-CNT-EXP TO WS-CYR-SLICE-CNT
           MOVE WS-CYC-DONE-CNT      TO WS-CYR-SLICES-DONE
           IF WS-CYC-SLICES-OK
              MOVE 'C'               TO WS-CYR-IMSP-STAT
           ELSE
              MOVE 'F'               TO WS-CYR-IMSP-STAT
           END-IF
           MOVE WS-CYC-SLICE-RC      TO WS-CYR-IMSP-RC
           MOVE WS-CYC-POST-DATE     TO WS-CYR-IMSP-DATE
           IF WS-RETURN-CODE = ZERO
              MOVE 'C'               TO WS-CYR-MRGE-STAT
           ELSE
              MOVE 'F'               TO WS-CYR-MRGE-STAT
           END-IF
           MOVE WS-RETURN-CODE       TO WS-CYR-MRGE-RC
           MOVE WS-CYC-POST-DATE     TO WS-CYR-MRGE-DATE
           MOVE WS-CYC-REC           TO WS-CYC-TBL-REC (WS-CYC-CNT)

           PERFORM 0810-REWRITE-CYCLE-LEDGER

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' POSTED - TESTIMSP'
                   ' STATUS ' WS-CYR-IMSP-STAT ' TESTMRGE STATUS '
                   WS-CYR-MRGE-STAT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0810-REWRITE-CYCLE-LEDGER.

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
