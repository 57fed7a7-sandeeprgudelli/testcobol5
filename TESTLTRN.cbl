      ****              UNTIL A LATER VENDOR RECORD SHOWS THE MAIL
      ****              DELIVERED OR MEMBERSHIP CLEARS THE ADDRESS
      ****              ON THE RESOLUTION FEED.
      ****              A CUMULATIVE LETTER-HISTORY LEDGER KEEPS,
      ****              PER SUBSCRIBER, THE LAST NOTICE MAILED, ITS
      ****              VENDOR DISPOSITION AND THE OLDEST MAILING
      ****              STILL STANDING AS NOTICE EVIDENCE - TESTIMSP
      ****              WILL NOT RELEASE A TERMINATION WITHOUT IT.
      ****
      ****   INPUTS :   LTRFILE  - LETTER BATCH SENT TO THE VENDOR
      ****              LTRRTN   - VENDOR ACK/RETURN FILE
      ****              LTRSUPPI - PRIOR CYCLE'S SUPPRESSION FILE
      ****              ADRRES   - MEMBERSHIP ADDRESS-RESOLUTION
      ****                         FEED (CLEARED SUBSCRIBER IDS)
      ****              LTRHSTI  - PRIOR CYCLE'S LETTER HISTORY
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****   IN/OUT :   CYCLCTL  - CYCLE CONTROL LEDGER
      ****   OUTPUTS:   ADRWRK   - ADDRESS-RESEARCH WORKLIST
      ****              LTRSUPP  - LETTER SUPPRESSION FILE
      ****              LTRHSTO  - CUMULATIVE LETTER HISTORY
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      *                        AND CLEAR THEM ONLY ON A                *
      *                        DELIVERED DISPOSITION OR THE            *
      *                        MEMBERSHIP RESOLUTION FEED              *
      * 10/15/26  SANDEEP R    KEEP A CUMULATIVE LETTER-     CQ512226  *
      *                        HISTORY LEDGER BY SUBSCRIBER            *
      *                        FROM THE LETTER BATCH AND THE           *
      *                        VENDOR DISPOSITIONS - NOTICE            *
      *                        EVIDENCE FOR THE TERMINATION            *
      *                        GATE IN TESTIMSP                        *
      * 10/15/26  SANDEEP R    CYCLE CONTROL LEDGER - RUN    CQ512235  *
      *                        ONLY AGAINST A CYCLE TESTIMSP           *
      *                        HAS POSTED, CHECK LTRSUPPI IS           *
      *                        FROM THE CYCLE BEFORE, STAMP            *
      *                        LTRSUPP AND POST THE STEP               *
      * 10/15/26  SANDEEP R    STAMP LTRHSTO WITH THE CYCLE  CQ512236  *
      *                        AND CHECK LTRHSTI IS FROM THE           *
      *                        CYCLE BEFORE                            *
      *                                                                *
      ******************************************************************
      ******************************************************************

           SELECT SUPPRESSION-FILE         ASSIGN TO LTRSUPP.

           SELECT PRIOR-HIST-FILE          ASSIGN TO LTRHSTI
                                  FILE STATUS IS WS-PHI-FILE-STATUS.

           SELECT LETTER-HIST-FILE         ASSIGN TO LTRHSTO.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  SUPPRESSION-REC              PIC X(30).

       FD  PRIOR-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-HIST-REC               PIC X(50).

       FD  LETTER-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  LETTER-HIST-REC              PIC X(50).

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
       01  FILLER                      PIC X(40)
               88  WS-PSI-FILE-EOF                VALUE 'Y'.
           05  WS-RES-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-RES-FILE-EOF                VALUE 'Y'.
           05  WS-PHI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PHI-FILE-OK                 VALUE '00'.
               88  WS-PHI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-PHI-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-PHI-FILE-EOF                VALUE 'Y'.

      *    IMAGE OF THE 'D' LETTER RECORD TESTIMSP SENDS THE VENDOR
      *    (0003-WRITE-LETTER-REC) - THE TWO LAYOUTS MUST STAY IN
                   88  WS-PSU-CLEARED             VALUE 'C'.
               10  WS-PSU-SRC             PIC X(01).

      *    CUMULATIVE LETTER-HISTORY LEDGER - LAST CYCLE'S LTRHSTO
      *    COMES BACK IN ON LTRHSTI, EVERY LETTER IN THIS BATCH IS
      *    POSTED AS A MAILING ON THE BATCH HEADER'S RUN DATE AND
      *    EVERY VENDOR DISPOSITION IS POSTED AGAINST THE ENTRY.
      *    THE EVIDENCE DATE IS THE OLDEST MAILING NOT SINCE
      *    RETURNED - A RETURN WIPES IT, AND THE NEXT MAILING (OR A
      *    LATER DELIVERED DISPOSITION) STARTS IT AGAIN.  TESTIMSP
      *    (0088-LOAD-LETTER-HISTORY) READS THE FILE AS WRITTEN
      *    HERE - THE TWO LAYOUTS MUST STAY IN STEP.  THE FIRST
      *    RECORD OF THE FILE IS THE CYCLE STAMP.
       01  WS-LHST-FIELDS.
           05  WS-LHST-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-LHST-MAX                PIC S9(07) COMP VALUE +500000.
           05  WS-LHST-IX                 PIC S9(07) COMP VALUE +0.
           05  WS-LHST-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-LHST-SRCH-ID            PIC X(09) VALUE SPACES.
           05  WS-LTR-MAIL-DT             PIC 9(08) VALUE ZEROES.
           05  WS-LTR-CURR-DATE           PIC 9(06) VALUE ZEROES.
           05  WS-LHST-TBL OCCURS 500000 TIMES
                                          INDEXED BY LHST-INDEX.
               10  WS-LHT-SUB-ID          PIC X(09).
               10  WS-LHT-EVID-MAIL-DT    PIC 9(08).
               10  WS-LHT-LAST-MAIL-DT    PIC 9(08).
               10  WS-LHT-LAST-LTR-TYPE   PIC X(02).
               10  WS-LHT-LAST-DISP-CD    PIC X(01).
               10  WS-LHT-LAST-DISP-DT    PIC 9(08).
               10  WS-LHT-MAIL-CNT        PIC 9(03).

       01  WS-LHST-REC.
           05  WS-LHR-SUB-ID              PIC X(09).
           05  WS-LHR-EVID-MAIL-DT        PIC 9(08).
           05  WS-LHR-LAST-MAIL-DT        PIC 9(08).
           05  WS-LHR-LAST-LTR-TYPE       PIC X(02).
           05  WS-LHR-LAST-DISP-CD        PIC X(01).
               88  WS-LHR-PENDING                 VALUE ' '.
               88  WS-LHR-DELIVERED               VALUE 'D'.
               88  WS-LHR-RETURNED                VALUE 'R'.
           05  WS-LHR-LAST-DISP-DT        PIC 9(08).
           05  WS-LHR-MAIL-CNT            PIC 9(03).
           05  FILLER                     PIC X(11) VALUE SPACES.

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME RECORD AND STAMP
      *    IMAGES AND RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-
      *    FIELDS - THE LAYOUTS MUST STAY IN STEP.  THIS STEP ONLY
      *    RUNS AGAINST THE LAST CYCLE ON THE LEDGER, ONCE TESTIMSP
      *    (AND TESTMRGE ON A SLICED CYCLE) HAS POSTED IT COMPLETE.
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
           05  WS-CYC-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CYC-PRIOR-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CYC-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CYC-TODAY               PIC 9(06) VALUE ZEROES.
           05  WS-CYC-POST-DATE           PIC 9(08) VALUE ZEROES.
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

      *    CYCLE STAMP - THE FIRST RECORD OF LTRSUPP AND LTRHSTO.
      *    READERS KNOW IT BY THE LITERAL IN POSITIONS 1-9.
       01  WS-CYCLE-STAMP-REC.
           05  WS-CST-STAMP-ID            PIC X(09) VALUE 'CYCLEHDR '.
           05  WS-CST-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CST-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CST-PROGRAM             PIC X(08) VALUE 'TESTLTRN'.

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
           05  LETTERS-LOADED             PIC 9(09) VALUE 0.
           05  RETURNS-READ               PIC 9(09) VALUE 0.
           05  SUPP-CLEARED-DLV           PIC 9(09) VALUE 0.
           05  SUPP-CLEARED-RES           PIC 9(09) VALUE 0.
           05  SUPP-RCDS-OUT              PIC 9(09) VALUE 0.
           05  LHST-RCDS-IN               PIC 9(09) VALUE 0.
           05  LHST-NEW-CNT               PIC 9(09) VALUE 0.
           05  LHST-MAIL-POSTED           PIC 9(09) VALUE 0.
           05  LHST-DISP-POSTED           PIC 9(09) VALUE 0.
           05  LHST-DISP-NO-HIST          PIC 9(09) VALUE 0.
           05  LHST-RCDS-OUT              PIC 9(09) VALUE 0.
           05  WS-VENDOR-TRL-CNT          PIC 9(09) VALUE 0.
           05  WS-VENDOR-TRL-FND          PIC X(01) VALUE 'N'.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       000000-MAINLINE.

      *    THE CYCLE IS CHECKED AND THE CARRIED-FORWARD SUPPRESSION
      *    BOOK AND LETTER HISTORY VERIFIED BEFORE ANY OUTPUT IS
      *    OPENED.
           PERFORM 0050-CHECK-CYCLE-LEDGER.
           PERFORM 0250-LOAD-PRIOR-SUPP.
           PERFORM 0150-LOAD-LETTER-HISTORY.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-LETTER-FILE.
           PERFORM 0260-APPLY-RESOLUTIONS.
           PERFORM 0300-PROCESS-RETURNS.
           PERFORM 0350-WRITE-SUPPRESSIONS.
           PERFORM 0360-WRITE-LETTER-HISTORY.
           PERFORM 0400-WRITE-TRAILERS.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 0450-POST-CYCLE-LEDGER.
           PERFORM 900000-DISPLAY-STATS.
           CLOSE VENDOR-RETURN-FILE.
           CLOSE RESEARCH-WORK-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-CHECK-CYCLE-LEDGER.

      *    THE RETURNS PROCESSED HERE BELONG TO THE LAST CYCLE ON
      *    THE LEDGER.  IT MUST BE POSTED COMPLETE BY TESTIMSP (AND
      *    BY TESTMRGE WHEN IT RAN SLICED) AND NOT YET BY THIS STEP.
      *    LTRSUPPI MUST THEN BE THE BOOK THIS STEP WROTE FOR THE
      *    CYCLE BEFORE.
           PERFORM 0051-LOAD-CYCLE-LEDGER
           PERFORM 0052-READ-CYCLE-OVERRIDE

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

           IF WS-CYR-LTRN-DONE
              MOVE 71 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' ALREADY POSTED'
                      ' BY TESTLTRN ON ' WS-CYR-LTRN-DATE
              GO TO 000000-MAINLINE-EXIT
           END-IF

      *    A FIRST CYCLE HAS NO PRIOR BOOK AND NEEDS THE OVERRIDE -
      *    ANY LATER CYCLE MUST NOT CARRY ONE.
           IF WS-CYR-FIRST-FLAG = 'Y'
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' IS A FIRST'
                         ' CYCLE - TESTLTRN NEEDS THE FIRSTCYC'
                         ' OVERRIDE'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              MOVE 'N'               TO WS-CYC-CHECK-FLAG
           ELSE
              IF WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  FIRSTCYC OVERRIDE REJECTED - CYCLE '
                         WS-CYR-CYCLE-NO ' IS NOT A FIRST CYCLE'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
           END-IF

           MOVE WS-CYR-CYCLE-NO      TO WS-CYC-CYCLE-NO
           MOVE WS-CYR-RUN-DATE      TO WS-CYC-RUN-DATE
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
       0051-LOAD-CYCLE-LEDGER.

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
       0052-READ-CYCLE-OVERRIDE.

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
       0055-CHECK-CYCLE-STAMP.

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
       0056-CHECK-STAMP-FOUND.

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
       0057-CHECK-INPUT-MISSING.

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
       0100-OPEN-FILES.
           OPEN OUTPUT RESEARCH-WORK-FILE
           WRITE RESEARCH-WORK-REC FROM WS-WORKLIST-HDR

           OPEN OUTPUT SUPPRESSION-FILE
           WRITE SUPPRESSION-REC FROM WS-CYCLE-STAMP-REC.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0150-LOAD-LETTER-HISTORY.

      *    LOAD THE PRIOR CYCLE'S LETTER-HISTORY LEDGER (LTRHSTI DD,
      *    THE PREVIOUS RUN'S LTRHSTO).  THE LEDGER MUST CARRY LAST
      *    CYCLE'S STAMP; ONLY A FIRST CYCLE MAY RUN WITHOUT IT, AND
      *    THEN THE LEDGER STARTS FRESH WITH THIS BATCH.  NOTHING IS
      *    OPEN FOR OUTPUT YET.
           MOVE 'N'                  TO WS-PHI-EOF-FLAG
           MOVE 'LTRHSTI'            TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-HIST-FILE

           IF WS-PHI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PHI-EOF-FLAG
              PERFORM 0057-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-PHI-FILE-EOF
                 READ PRIOR-HIST-FILE INTO WS-LHST-REC
                    AT END
                       MOVE 'Y'      TO WS-PHI-EOF-FLAG
                    NOT AT END
                       IF PRIOR-HIST-REC(1:9) = 'CYCLEHDR '
                          MOVE PRIOR-HIST-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0055-CHECK-CYCLE-STAMP
                       END-IF
                       IF WS-LHR-SUB-ID NOT = SPACES
                          AND PRIOR-HIST-REC(1:9) NOT = 'CYCLEHDR '
      *                   A DROPPED LEDGER ENTRY IS NOTICE EVIDENCE
      *                   LOST FOR GOOD - STOP INSTEAD.
                          IF WS-LHST-CNT >= WS-LHST-MAX
                             MOVE 52 TO WS-RETURN-CODE
                             DISPLAY '****  LETTER HISTORY TABLE FULL'
                                     ' AT ' WS-LHST-CNT ' - RAISE'
                                     ' WS-LHST-MAX AND RERUN'
                             CLOSE PRIOR-HIST-FILE
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-LHST-CNT
                                        LHST-RCDS-IN
                          MOVE WS-LHST-CNT TO WS-LHST-IX
                          PERFORM 0155-LOAD-ONE-HIST-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-HIST-FILE
              PERFORM 0056-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** LETTER HISTORY LOADED = ' LHST-RCDS-IN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0155-LOAD-ONE-HIST-ENTRY.

      *    DATES AND COUNT THAT ARE NOT NUMERIC ARE TAKEN AS ZERO -
      *    A ZERO EVIDENCE DATE HOLDS THE TERMINATION, WHICH IS THE
      *    SAFE SIDE TO ERR ON.
           MOVE WS-LHR-SUB-ID        TO WS-LHT-SUB-ID (WS-LHST-IX)
           MOVE WS-LHR-LAST-LTR-TYPE
                                TO WS-LHT-LAST-LTR-TYPE (WS-LHST-IX)
           MOVE WS-LHR-LAST-DISP-CD  TO WS-LHT-LAST-DISP-CD (WS-LHST-IX)
           MOVE ZEROES               TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
                                        WS-LHT-LAST-MAIL-DT (WS-LHST-IX)
                                        WS-LHT-LAST-DISP-DT (WS-LHST-IX)
                                        WS-LHT-MAIL-CNT (WS-LHST-IX)
           IF WS-LHR-EVID-MAIL-DT IS NUMERIC
              MOVE WS-LHR-EVID-MAIL-DT
                                TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
           END-IF
           IF WS-LHR-LAST-MAIL-DT IS NUMERIC
              MOVE WS-LHR-LAST-MAIL-DT
                                TO WS-LHT-LAST-MAIL-DT (WS-LHST-IX)
           END-IF
           IF WS-LHR-LAST-DISP-DT IS NUMERIC
              MOVE WS-LHR-LAST-DISP-DT
                                TO WS-LHT-LAST-DISP-DT (WS-LHST-IX)
           END-IF
           IF WS-LHR-MAIL-CNT IS NUMERIC
              MOVE WS-LHR-MAIL-CNT  TO WS-LHT-MAIL-CNT (WS-LHST-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*

      *    HOLD EVERY 'D' LETTER RECORD WE SENT IN STORAGE, KEYED BY
      *    SUBSCRIBER ID.  THE 'H' HEADER AND 'T' TRAILER ARE
      *    CONTROL RECORDS, NOT LETTERS - THE HEADER'S RUN DATE IS
      *    THE MAILING DATE POSTED TO THE LETTER HISTORY.
           MOVE 'N'                  TO WS-LTR-EOF-FLAG
           MOVE ZEROES               TO WS-LTR-MAIL-DT

           PERFORM UNTIL WS-LTR-FILE-EOF
              READ LETTER-EXTRACT-FILE
                    MOVE 'Y'         TO WS-LTR-EOF-FLAG
                 NOT AT END
                    MOVE LETTER-EXTRACT-REC TO WS-LTR-DTL-REC
                    IF WS-LTD-REC-TYPE = 'H'
                       AND LETTER-EXTRACT-REC(2:8) IS NUMERIC
                       MOVE LETTER-EXTRACT-REC(2:8) TO WS-LTR-MAIL-DT
                    END-IF
                    IF WS-LTD-REC-TYPE = 'D'
                       IF WS-SENT-CNT >= WS-SENT-MAX
                          MOVE 50 TO WS-RETURN-CODE
                            WS-SNT-STATE-CD (WS-SENT-CNT)
                       MOVE WS-LTD-ZIP-CD TO
                            WS-SNT-ZIP-CD (WS-SENT-CNT)
                       PERFORM 0210-POST-MAILING
                    END-IF
              END-READ
           END-PERFORM

           DISPLAY '*** LETTER RECORDS LOADED = ' WS-SENT-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0210-POST-MAILING.

      *    POST THE LETTER JUST LOADED TO THE SUBSCRIBER'S LEDGER
      *    ENTRY - A NEW ENTRY FOR A FIRST NOTICE.  THE DISPOSITION
      *    GOES BACK TO PENDING UNTIL THE VENDOR REPORTS ON THIS
      *    MAILING, AND A MAILING WITH NO STANDING EVIDENCE BEFORE
      *    IT BECOMES THE EVIDENCE.  A BATCH WITH NO USABLE HEADER
      *    DATE IS POSTED AS MAILED TODAY.
           IF WS-LTR-MAIL-DT = ZERO
              ACCEPT WS-LTR-CURR-DATE FROM DATE
              MOVE 20                TO WS-LTR-MAIL-DT(1:2)
              MOVE WS-LTR-CURR-DATE  TO WS-LTR-MAIL-DT(3:6)
              DISPLAY '*** WARNING - NO RUN DATE ON LTRFILE HEADER,'
                      ' MAILINGS POSTED AS ' WS-LTR-MAIL-DT
           END-IF

           MOVE WS-LTD-SUB-ID        TO WS-LHST-SRCH-ID
           PERFORM 0380-FIND-HIST-ENTRY

           IF WS-LHST-FOUND-FLAG NOT = 'Y'
              IF WS-LHST-CNT >= WS-LHST-MAX
                 MOVE 52 TO WS-RETURN-CODE
                 DISPLAY '****  LETTER HISTORY TABLE FULL AT '
                         WS-LHST-CNT ' - RAISE WS-LHST-MAX AND'
                         ' RERUN'
                 CLOSE LETTER-EXTRACT-FILE
                 GO TO 000000-MAINLINE-CLOSE-DOWN
              END-IF
              ADD 1                  TO WS-LHST-CNT
                                        LHST-NEW-CNT
              MOVE WS-LHST-CNT       TO WS-LHST-IX
              MOVE WS-LTD-SUB-ID     TO WS-LHT-SUB-ID (WS-LHST-IX)
              MOVE ZEROES            TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
                                        WS-LHT-LAST-DISP-DT (WS-LHST-IX)
                                        WS-LHT-MAIL-CNT (WS-LHST-IX)
           END-IF

           MOVE WS-LTR-MAIL-DT       TO WS-LHT-LAST-MAIL-DT (WS-LHST-IX)
           MOVE WS-LTD-LTR-TYPE-CD
                                TO WS-LHT-LAST-LTR-TYPE (WS-LHST-IX)
           MOVE SPACE                TO WS-LHT-LAST-DISP-CD (WS-LHST-IX)
           MOVE ZEROES               TO WS-LHT-LAST-DISP-DT (WS-LHST-IX)
           IF WS-LHT-MAIL-CNT (WS-LHST-IX) < 999
              ADD 1                  TO WS-LHT-MAIL-CNT (WS-LHST-IX)
           END-IF
           IF WS-LHT-EVID-MAIL-DT (WS-LHST-IX) = ZERO
              MOVE WS-LTR-MAIL-DT    TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
           END-IF
           ADD 1                     TO LHST-MAIL-POSTED.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0250-LOAD-PRIOR-SUPP.

      *    LOAD THE PRIOR CYCLE'S SUPPRESSION FILE (LTRSUPPI DD, THE
      *    PREVIOUS RUN'S LTRSUPP).  A FILE WITH ONLY ITS CYCLE STAMP
      *    MEANS NO SUPPRESSIONS OUTSTANDING.  A MISSING FILE IS ONLY
      *    ACCEPTED ON A FIRST CYCLE.  NO OUTPUT IS OPEN YET, SO A
      *    STOP HERE LEAVES THE PRIOR BOOK AS THE ONLY COPY.
           MOVE 'N'                  TO WS-PSI-EOF-FLAG
           MOVE 'LTRSUPPI'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-SUPP-FILE

           IF WS-PSI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PSI-EOF-FLAG
              PERFORM 0057-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-PSI-FILE-EOF
                 READ PRIOR-SUPP-FILE
                    AT END
                       MOVE 'Y'      TO WS-PSI-EOF-FLAG
                    NOT AT END
                       IF PRIOR-SUPP-REC(1:9) = 'CYCLEHDR '
                          MOVE PRIOR-SUPP-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0055-CHECK-CYCLE-STAMP
                       END-IF
                       IF PRIOR-SUPP-REC(1:9) NOT = SPACES
                          AND PRIOR-SUPP-REC(1:9) NOT = 'CYCLEHDR '
      *                   A BYPASSED SUPPRESSION IS A LETTER
      *                   MAILED TO A KNOWN BAD ADDRESS - STOP
      *                   INSTEAD.
                                     ' AT ' WS-PSUP-CNT ' - RAISE'
                                     ' WS-PSUP-MAX AND RERUN'
                             CLOSE PRIOR-SUPP-FILE
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-PSUP-CNT
                                        PRIOR-SUPP-IN
                 END-READ
              END-PERFORM
              CLOSE PRIOR-SUPP-FILE
              PERFORM 0056-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** PRIOR SUPPRESSIONS LOADED = ' PRIOR-SUPP-IN.
                             ADD 1   TO RETURNS-DELIVERED
                             PERFORM 0320-CLEAR-ON-DELIVERY
                          END-IF
                          PERFORM 0370-POST-DISPOSITION
                       WHEN OTHER
                          DISPLAY '*** WARNING - UNRECOGNIZED'
                                  ' VENDOR RECORD BYPASSED - '
              END-PERFORM
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0360-WRITE-LETTER-HISTORY.

      *    THE LEDGER IS CUMULATIVE - EVERY ENTRY GOES BACK OUT,
      *    TOUCHED THIS CYCLE OR NOT.  IT IS ONLY REACHED ON A RUN
      *    THAT GOT THIS FAR, SO AN ABENDED RUN LEAVES LAST CYCLE'S
      *    LTRHSTO IN PLACE FOR THE RERUN.
           OPEN OUTPUT LETTER-HIST-FILE
           WRITE LETTER-HIST-REC FROM WS-CYCLE-STAMP-REC

           IF WS-LHST-CNT > 0
              PERFORM VARYING WS-LHST-IX FROM 1 BY 1
                        UNTIL WS-LHST-IX > WS-LHST-CNT
                 MOVE SPACES         TO WS-LHST-REC
                 MOVE WS-LHT-SUB-ID (WS-LHST-IX)
                                     TO WS-LHR-SUB-ID
                 MOVE WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
                                     TO WS-LHR-EVID-MAIL-DT
                 MOVE WS-LHT-LAST-MAIL-DT (WS-LHST-IX)
                                     TO WS-LHR-LAST-MAIL-DT
                 MOVE WS-LHT-LAST-LTR-TYPE (WS-LHST-IX)
                                     TO WS-LHR-LAST-LTR-TYPE
                 MOVE WS-LHT-LAST-DISP-CD (WS-LHST-IX)
                                     TO WS-LHR-LAST-DISP-CD
                 MOVE WS-LHT-LAST-DISP-DT (WS-LHST-IX)
                                     TO WS-LHR-LAST-DISP-DT
                 MOVE WS-LHT-MAIL-CNT (WS-LHST-IX)
                                     TO WS-LHR-MAIL-CNT
                 WRITE LETTER-HIST-REC FROM WS-LHST-REC
                 ADD 1               TO LHST-RCDS-OUT
              END-PERFORM
           END-IF

           CLOSE LETTER-HIST-FILE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0370-POST-DISPOSITION.

      *    POST THE VENDOR DISPOSITION TO THE SUBSCRIBER'S LEDGER
      *    ENTRY.  A RETURNED LETTER IS NO EVIDENCE OF NOTICE - THE
      *    EVIDENCE DATE IS WIPED UNTIL A LATER MAILING GETS
      *    THROUGH.  A DELIVERED LETTER CONFIRMS THE LAST MAILING
      *    AS EVIDENCE IF NOTHING OLDER IS STANDING.  A DISPOSITION
      *    FOR A SUBSCRIBER NEVER MAILED IS LEFT OFF THE LEDGER -
      *    0310 ALREADY PUT IT IN FRONT OF MEMBERSHIP.
           MOVE WS-VRT-SUB-ID        TO WS-LHST-SRCH-ID
           PERFORM 0380-FIND-HIST-ENTRY

           IF WS-LHST-FOUND-FLAG NOT = 'Y'
              ADD 1                  TO LHST-DISP-NO-HIST
           ELSE
              ADD 1                  TO LHST-DISP-POSTED
              MOVE WS-VRT-DISP-CD    TO WS-LHT-LAST-DISP-CD (WS-LHST-IX)
              IF WS-VRT-RETURN-DT IS NUMERIC
                 MOVE WS-VRT-RETURN-DT
                                TO WS-LHT-LAST-DISP-DT (WS-LHST-IX)
              ELSE
                 MOVE ZEROES    TO WS-LHT-LAST-DISP-DT (WS-LHST-IX)
              END-IF
              IF WS-VRT-RETURNED
                 MOVE ZEROES    TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
              ELSE
                 IF WS-LHT-EVID-MAIL-DT (WS-LHST-IX) = ZERO
                    MOVE WS-LHT-LAST-MAIL-DT (WS-LHST-IX)
                                TO WS-LHT-EVID-MAIL-DT (WS-LHST-IX)
                 END-IF
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0380-FIND-HIST-ENTRY.

           MOVE 'N'                  TO WS-LHST-FOUND-FLAG
           MOVE ZERO                 TO WS-LHST-IX

           IF WS-LHST-CNT > 0
              SET LHST-INDEX         TO 1
              SEARCH WS-LHST-TBL
                 AT END
                      CONTINUE
                 WHEN LHST-INDEX > WS-LHST-CNT
                      CONTINUE
                 WHEN WS-LHT-SUB-ID (LHST-INDEX) = WS-LHST-SRCH-ID
                      MOVE 'Y'       TO WS-LHST-FOUND-FLAG
                      SET WS-LHST-IX TO LHST-INDEX
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-WRITE-TRAILERS.
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0450-POST-CYCLE-LEDGER.

      *    POST TESTLTRN'S STATUS FOR THE CYCLE - COMPLETE UNLESS THE
      *    RUN STOPPED OR THE VENDOR FILE WAS OUT OF BALANCE (A
      *    RETURN FOR A LETTER NOT SENT, RC 4, STILL COMPLETES).
           MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC

           ACCEPT WS-CYC-TODAY       FROM DATE
           MOVE 20                   TO WS-CYC-POST-DATE(1:2)
           MOVE WS-CYC-TODAY         TO WS-CYC-POST-DATE(3:6)

           IF WS-RETURN-CODE > 4
              MOVE 'F'               TO WS-CYR-LTRN-STAT
           ELSE
              MOVE 'C'               TO WS-CYR-LTRN-STAT
           END-IF
           MOVE WS-RETURN-CODE       TO WS-CYR-LTRN-RC
           MOVE WS-CYC-POST-DATE     TO WS-CYR-LTRN-DATE
           MOVE WS-CYC-REC           TO WS-CYC-TBL-REC (WS-CYC-CNT)

           PERFORM 0460-REWRITE-CYCLE-LEDGER

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' POSTED - TESTLTRN'
                   ' STATUS ' WS-CYR-LTRN-STAT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0460-REWRITE-CYCLE-LEDGER.

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
           DISPLAY '**** SUPPRESSIONS - NEW    = ' SUPP-NEW-CNT.
           DISPLAY '**** SUPPRESSIONS CARRIED  = ' SUPP-CARRIED-CNT.
           DISPLAY '**** SUPPRESSION RECS OUT  = ' SUPP-RCDS-OUT.
           DISPLAY '**** LETTER HISTORY IN     = ' LHST-RCDS-IN.
           DISPLAY '****   NEW SUBSCRIBERS     = ' LHST-NEW-CNT.
           DISPLAY '****   MAILINGS POSTED     = ' LHST-MAIL-POSTED.
           DISPLAY '****   DISPOSITIONS POSTED = ' LHST-DISP-POSTED.
           DISPLAY '****   DISP, NO HISTORY    = ' LHST-DISP-NO-HIST.
           DISPLAY '**** LETTER HISTORY OUT    = ' LHST-RCDS-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTLTRN SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
