       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTROLL.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTROLL                          ****
      ****     "SENIOR PLAN DELINQUENCY ROLL-RATE MIGRATION"       ****
      *****************************************************************
      ****
      ****   PURPOSE:   BUILD THE CYCLE-OVER-CYCLE ROLL-RATE MATRIX
      ****              FOR FINANCE.  EACH SUBSCRIBER'S STATE AT
      ****              THE END OF LAST CYCLE (FROM) IS PAIRED WITH
      ****              ITS STATE AT THE END OF THIS CYCLE (TO) -
      ****              CURRENT, 30-59, 60-89, 90+ OR TERMINATED -
      ****              AND THE MOVES ARE COUNTED AND DOLLARED
      ****              OVERALL, BY PACKAGE AND BY COUNTY, WITH THE
      ****              CURE RATE AND ROLL-FORWARD PERCENTAGE OF
      ****              EACH FROM-STATE.  CURRENT-TO-CURRENT IS NOT
      ****              COUNTED - THE HISTORY ONLY KNOWS SUBSCRIBERS
      ****              THAT WERE DELINQUENT IN THE LAST SIX CYCLES.
      ****
      ****              RUN AFTER TESTIMSP ON A WHOLE-BOOK CYCLE, OR
      ****              AFTER TESTMRGE ON A SLICED CYCLE - SUBHSTCR
      ****              AND DELTAIN MUST BE THE CONSOLIDATED FILES,
      ****              TRMTRAN THE CONCATENATED SLICE TRMTRAN.
      ****
      ****   INPUTS :   SUBHSTIN - PRIOR CYCLE'S SUBSCRIBER HISTORY
      ****              SUBHSTCR - THIS CYCLE'S SUBSCRIBER HISTORY
      ****              TRMTRANP - PRIOR CYCLE'S TERMINATIONS
      ****              REINSTP  - PRIOR CYCLE'S REINSTATEMENTS
      ****              TRMTRAN  - THIS CYCLE'S TERMINATIONS
      ****              DELTAIN  - THIS CYCLE'S DELTA FILE
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****   OUTPUTS:   ROLLRPT  - ROLL-RATE MATRIX REPORT
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512231  *
      * 10/15/26  SANDEEP R    HISTORY RECORD NOW CARRIES    CQ512232  *
      *                        THE GROUP KEY                           *
      * 10/15/26  SANDEEP R    VALIDATE THE CYCLE STAMP ON   CQ512235  *
      *                        SUBHSTIN AND SUBHSTCR -                 *
      *                        SUBHSTIN MUST BE THE CYCLE              *
      *                        BEFORE SUBHSTCR, AND MAY ONLY           *
      *                        BE MISSING ON A CYCLOVR                 *
      *                        FIRST-CYCLE OVERRIDE                    *
      * 10/15/26  SANDEEP R    A SUBSCRIBER TERMINATED LAST  CQ512238  *
      *                        CYCLE STAYS TERMINATED UNLESS           *
      *                        REINSTATED (REINSTP) OR BACK            *
      *                        ON A FEED                               *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUBR-HIST-IN-FILE        ASSIGN TO SUBHSTIN
                                  FILE STATUS IS WS-SHI-FILE-STATUS.

           SELECT SUBR-HIST-CUR-FILE       ASSIGN TO SUBHSTCR
                                  FILE STATUS IS WS-SHC-FILE-STATUS.

           SELECT PRIOR-TERM-FILE          ASSIGN TO TRMTRANP
                                  FILE STATUS IS WS-TRP-FILE-STATUS.

           SELECT TERM-TRANS-FILE          ASSIGN TO TRMTRAN
                                  FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT DELTA-IN-FILE            ASSIGN TO DELTAIN
                                  FILE STATUS IS WS-DLI-FILE-STATUS.

           SELECT PRIOR-REINST-FILE        ASSIGN TO REINSTP
                                  FILE STATUS IS WS-RNSP-FILE-STATUS.

           SELECT ROLL-REPORT-FILE         ASSIGN TO ROLLRPT.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUBR-HIST-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-IN-REC             PIC X(60).

       FD  SUBR-HIST-CUR-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-CUR-REC            PIC X(60).

       FD  PRIOR-TERM-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-TERM-REC               PIC X(80).

       FD  TERM-TRANS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TERM-TRANS-REC               PIC X(80).

       FD  PRIOR-REINST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-REINST-REC             PIC X(30).

       FD  DELTA-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  DELTA-IN-REC                 PIC X(20).

       FD  ROLL-REPORT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  ROLL-REPORT-REC              PIC X(220).

       FD  CYCLE-OVERRIDE-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-OVERRIDE-REC           PIC X(80).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTROLL'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-SHI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-SHI-FILE-OK                 VALUE '00'.
               88  WS-SHI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-SHC-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-SHC-FILE-OK                 VALUE '00'.
               88  WS-SHC-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRP-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRP-FILE-OK                 VALUE '00'.
               88  WS-TRP-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRM-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRM-FILE-OK                 VALUE '00'.
               88  WS-TRM-FILE-NOT-FOUND          VALUE '35'.
           05  WS-DLI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-DLI-FILE-OK                 VALUE '00'.
               88  WS-DLI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CYO-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CYO-FILE-OK                 VALUE '00'.
               88  WS-CYO-FILE-NOT-FOUND          VALUE '35'.
           05  WS-RNSP-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RNSP-FILE-OK                VALUE '00'.
               88  WS-RNSP-FILE-NOT-FOUND         VALUE '35'.
           05  WS-SHI-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-SHI-FILE-EOF                VALUE 'Y'.
           05  WS-SHC-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-SHC-FILE-EOF                VALUE 'Y'.
           05  WS-TRP-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-TRP-FILE-EOF                VALUE 'Y'.
           05  WS-TRM-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-TRM-FILE-EOF                VALUE 'Y'.
           05  WS-DLI-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-DLI-FILE-EOF                VALUE 'Y'.
           05  WS-RNSP-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-RNSP-FILE-EOF               VALUE 'Y'.

      *    CYCLE STAMPS ON THE TWO HISTORY FILES - TESTIMSP (OR
      *    TESTMRGE ON A SLICED CYCLE) WRITES ONE AS THE FIRST RECORD
      *    OF SUBHSTO.  SUBHSTIN MUST BE THE CYCLE BEFORE SUBHSTCR,
      *    AND SO MUST REINSTP (TESTREIN'S REINLST FOR THAT CYCLE).
      *    SAME RETURN CODES AS THE TESTIMSP CARRIED-FORWARD CHECKS:
      *    72 WRONG OR MISSING STAMP, 74 MISSING FILE, 70 BAD
      *    OVERRIDE CARD.
       01  WS-CYCLE-CHECK-FIELDS.
           05  WS-CYC-OVERRIDE-FLAG       PIC X(01) VALUE 'N'.
               88  WS-CYC-FIRST-OVERRIDE          VALUE 'Y'.
           05  WS-SHI-STAMP-CNT           PIC S9(07) COMP VALUE +0.
           05  WS-SHI-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-SHC-STAMP-CNT           PIC S9(07) COMP VALUE +0.
           05  WS-SHC-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-RNSP-STAMP-CNT          PIC S9(07) COMP VALUE +0.
           05  WS-CYC-PRIOR-NO            PIC 9(05) VALUE ZEROES.

       01  WS-CYCLE-STAMP-IN.
           05  WS-CSI-STAMP-ID            PIC X(09).
           05  WS-CSI-CYCLE-NO            PIC 9(05).
           05  WS-CSI-RUN-DATE            PIC X(08).
           05  WS-CSI-PROGRAM             PIC X(08).
           05  FILLER                     PIC X(30).

      *    FIRST-CYCLE OVERRIDE CARD (CYCLOVR DD) - THE SAME CARD
      *    TESTIMSP READS, 'FIRSTCYC' IN COLUMNS 1-8.  HERE IT ONLY
      *    EXCUSES A MISSING SUBHSTIN.
       01  WS-CYC-OVR-CARD.
           05  WS-CYO-KEYWORD             PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-CYO-CYCLE-NO-X          PIC X(05).
           05  WS-CYO-CYCLE-NO REDEFINES WS-CYO-CYCLE-NO-X
                                          PIC 9(05).
           05  FILLER                     PIC X(66).

      *    IMAGE OF THE TESTIMSP SUBSCRIBER HISTORY RECORD
      *    (WS-SH-OUT-REC) - THE LAYOUTS MUST STAY IN STEP.  THE
      *    TIER IS BLANK WHEN THE SUBSCRIBER WAS NOT ON A
      *    DELINQUENCY FEED THAT CYCLE.
       01  WS-HIST-REC.
           05  WS-SHR-SUB-ID              PIC X(09).
               88  WS-SHR-CYCLE-STAMP             VALUE 'CYCLEHDR '.
           05  WS-SHR-CYCLES              PIC X(06).
           05  WS-SHR-TIER                PIC X(01).
               88  WS-SHR-TIER-3059               VALUE '1'.
               88  WS-SHR-TIER-6089               VALUE '2'.
               88  WS-SHR-TIER-90UP               VALUE '3'.
           05  WS-SHR-DUE-AMT             PIC 9(09)V99.
           05  WS-SHR-PKG-NO              PIC 9(03).
           05  WS-SHR-COUNTY-NM           PIC X(18).
           05  WS-SHR-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(03).

      *    IMAGE OF THE TESTREIN REINSTATED-SUBSCRIBER RECORD
      *    (WS-RLS-REC).  THE FIRST RECORD IS THE CYCLE STAMP.
       01  WS-RLS-REC.
           05  WS-RLS-SUB-ID              PIC X(09).
               88  WS-RLS-CYCLE-STAMP             VALUE 'CYCLEHDR '.
           05  WS-RLS-EFF-DT              PIC 9(08).
           05  WS-RLS-RSN-CD              PIC X(02).
           05  FILLER                     PIC X(11).

      *    IMAGE OF THE TESTIMSP TERMINATION TRANSACTION
      *    (WS-TRM-TRANS-REC).
       01  WS-TRM-TRANS-REC.
           05  WS-TRM-TRANS-CD            PIC X(03).
           05  WS-TRM-GRP-KEY             PIC X(09).
           05  WS-TRM-SUB-ID-KEY          PIC X(15).
           05  WS-TRM-COV-END-DT          PIC 9(08).
           05  WS-TRM-RSN-CD              PIC X(02).
           05  WS-TRM-RUN-DATE            PIC 9(08).
           05  FILLER                     PIC X(35).

       01  WS-DELTA-REC.
           05  WS-DLT-SUB-ID              PIC X(09).
           05  WS-DLT-DLM1                PIC X(01).
           05  WS-DLT-TAG                 PIC X(07).
           05  WS-DLT-DLM2                PIC X(01).
           05  FILLER                     PIC X(02).

      *    STATE SUBSCRIPTS - 1 CURRENT, 2 30-59, 3 60-89, 4 90+,
      *    5 TERMINATED.
       01  WS-STATE-NAMES.
           05  FILLER                     PIC X(10) VALUE 'CURRENT   '.
           05  FILLER                     PIC X(10) VALUE '30-59     '.
           05  FILLER                     PIC X(10) VALUE '60-89     '.
           05  FILLER                     PIC X(10) VALUE '90+       '.
           05  FILLER                     PIC X(10) VALUE 'TERMINATED'.
       01  WS-STATE-NAME-TBL REDEFINES WS-STATE-NAMES.
           05  WS-STATE-NAME              PIC X(10) OCCURS 5 TIMES.

      *    ONE ENTRY PER SUBSCRIBER SEEN ON EITHER CYCLE.  PACKAGE
      *    AND COUNTY COME FROM THIS CYCLE'S DETAIL WHEN THE
      *    SUBSCRIBER IS STILL ON A FEED, ELSE FROM LAST CYCLE'S.
       01  WS-RR-FIELDS.
           05  WS-RR-FOUND-FLAG           PIC X(01) VALUE 'N'.
           05  WS-RR-KEY                  PIC X(09) VALUE SPACES.
           05  WS-RR-CNT                  PIC S9(09) COMP VALUE +0.
           05  WS-RR-MAX                  PIC S9(09) COMP VALUE +500000.
           05  WS-RR-IX                   PIC S9(09) COMP VALUE +0.
           05  WS-RR-TBL OCCURS 500000 TIMES
                                          INDEXED BY RR-INDEX.
               10  WS-RR-SUB-ID           PIC X(09).
               10  WS-RR-FROM-IX          PIC 9(01).
               10  WS-RR-TO-IX            PIC 9(01).
               10  WS-RR-FROM-AMT         PIC S9(09)V99 COMP-3.
               10  WS-RR-TO-AMT           PIC S9(09)V99 COMP-3.
               10  WS-RR-PKG-NO           PIC 9(03).
               10  WS-RR-COUNTY-NM        PIC X(18).
               10  WS-RR-DETAIL-SRC       PIC X(01).

      *    MATRIX CELLS PER SEGMENT - ENTRY 1 IS ALWAYS THE OVERALL
      *    BOOK, THEN PACKAGE ('P') AND COUNTY ('C') SEGMENTS IN
      *    THE ORDER FIRST MET.
       01  WS-SEG-FIELDS.
           05  WS-SEG-TYPE-WK             PIC X(01) VALUE SPACES.
           05  WS-SEG-KEY-WK              PIC X(18) VALUE SPACES.
           05  WS-SEG-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-SEG-CNT                 PIC S9(09) COMP VALUE +0.
           05  WS-SEG-MAX                 PIC S9(09) COMP VALUE +2000.
           05  WS-SEG-IX                  PIC S9(09) COMP VALUE +0.
           05  WS-FROM-IX                 PIC S9(04) COMP VALUE +0.
           05  WS-TO-IX                   PIC S9(04) COMP VALUE +0.
           05  WS-MOVE-AMT                PIC S9(09)V99 COMP-3
                                                          VALUE +0.
           05  WS-SEG-TBL OCCURS 2000 TIMES
                                          INDEXED BY SEG-INDEX.
               10  WS-SEG-TYPE            PIC X(01).
               10  WS-SEG-KEY             PIC X(18).
               10  WS-SEG-FROM OCCURS 5 TIMES.
                   15  WS-SEG-TO OCCURS 5 TIMES.
                       20  WS-SEG-MOVE-CNT    PIC S9(09) COMP-3.
                       20  WS-SEG-MOVE-AMT    PIC S9(11)V99 COMP-3.

       01  WS-ROW-FIELDS.
           05  WS-ROW-CNT                 PIC S9(09) COMP-3 VALUE +0.
           05  WS-ROW-AMT                 PIC S9(11)V99 COMP-3
                                                          VALUE +0.
           05  WS-ROW-FWD-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ROW-PCT                 PIC S9(03)V99 COMP-3
                                                          VALUE +0.

       01  WS-ROLL-HDR.
           05  FILLER                     PIC X(07) VALUE 'SEGMENT'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
                                          VALUE 'PACKAGE/COUNTY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(10) VALUE 'FROM STATE'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TO CURR  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TO 30-59 '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TO 60-89 '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TO 90+   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TO TERM  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'TOTAL    '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TO CURR'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TO 30-59'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TO 60-89'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TO 90+'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TO TERM'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15) VALUE '$ TOTAL'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(06) VALUE 'CURE %'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(06) VALUE 'ROLL %'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(12) VALUE SPACES.

       01  WS-ROLL-DTL.
           05  WS-RLD-SEG-TYPE            PIC X(07).
           05  WS-RLD-DLM1                PIC X(01) VALUE ';'.
           05  WS-RLD-SEG-KEY             PIC X(18).
           05  WS-RLD-DLM2                PIC X(01) VALUE ';'.
           05  WS-RLD-FROM-STATE          PIC X(10).
           05  WS-RLD-DLM3                PIC X(01) VALUE ';'.
           05  WS-RLD-CNT-GRP OCCURS 6 TIMES.
               10  WS-RLD-CNT             PIC 9(09).
               10  WS-RLD-CNT-DLM         PIC X(01).
           05  WS-RLD-AMT-GRP OCCURS 6 TIMES.
               10  WS-RLD-AMT             PIC -ZZZ,ZZZ,ZZ9.99.
               10  WS-RLD-AMT-DLM         PIC X(01).
           05  WS-RLD-CURE-PCT            PIC ZZ9.99.
           05  WS-RLD-DLM4                PIC X(01) VALUE ';'.
           05  WS-RLD-ROLL-PCT            PIC ZZ9.99.
           05  WS-RLD-DLM5                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(12) VALUE SPACES.

       01  WS-ROLL-TRL.
           05  WS-RLT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-RLT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-RLT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(204) VALUE SPACES.

       01  COUNTERS.
           05  PRIOR-HIST-RCDS-IN         PIC 9(09) VALUE 0.
           05  CUR-HIST-RCDS-IN           PIC 9(09) VALUE 0.
           05  PRIOR-TERM-RCDS-IN         PIC 9(09) VALUE 0.
           05  TERM-RCDS-IN               PIC 9(09) VALUE 0.
           05  TERM-REPEAT-CNT            PIC 9(09) VALUE 0.
           05  PRIOR-REINST-RCDS-IN       PIC 9(09) VALUE 0.
           05  PRIOR-REINST-MOVED-CNT     PIC 9(09) VALUE 0.
           05  DELTA-RCDS-IN              PIC 9(09) VALUE 0.
           05  DELTA-3059-CNT             PIC 9(09) VALUE 0.
           05  DELTA-CURED-CNT            PIC 9(09) VALUE 0.
           05  OLD-FORMAT-RCDS            PIC 9(09) VALUE 0.
           05  MOVES-COUNTED              PIC 9(09) VALUE 0.
           05  MATRIX-TO-3059-CNT         PIC 9(09) VALUE 0.
           05  MATRIX-TO-TERM-CNT         PIC 9(09) VALUE 0.
           05  MATRIX-3059-CURED-CNT      PIC 9(09) VALUE 0.
           05  ROLL-LINES-OUT             PIC 9(09) VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTROLL *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

      *    NOTHING IS WRITTEN UNTIL 0600, SO THE TWO HISTORIES ARE
      *    CHECKED AGAINST EACH OTHER ONCE BOTH ARE LOADED.
           PERFORM 0050-READ-CYCLE-OVERRIDE.
           PERFORM 0100-LOAD-PRIOR-HISTORY.
           PERFORM 0200-LOAD-PRIOR-TERMS.
           PERFORM 0300-LOAD-CURRENT-HISTORY.
           PERFORM 0350-CHECK-HISTORY-CYCLES.
           PERFORM 0360-LOAD-PRIOR-REINSTATED.
           PERFORM 0400-LOAD-CURRENT-TERMS.
           PERFORM 0450-COUNT-DELTA-TAGS.
           PERFORM 0500-BUILD-MATRIX.
           PERFORM 0600-WRITE-ROLL-REPORT.
           PERFORM 0700-CHECK-CONTROLS.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 900000-DISPLAY-STATS.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-READ-CYCLE-OVERRIDE.

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
                    MOVE 'Y'         TO WS-CYC-OVERRIDE-FLAG
                    DISPLAY '*** FIRST-CYCLE OVERRIDE CARD PRESENT'
              END-READ
              CLOSE CYCLE-OVERRIDE-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0100-LOAD-PRIOR-HISTORY.

      *    LAST CYCLE'S HISTORY GIVES THE FROM-STATE.  A RECORD
      *    WRITTEN BEFORE THE HISTORY CARRIED THE AGING TIER HAS A
      *    BLANK TIER - ITS LAST CYCLE FLAG IS USED INSTEAD (N OR C
      *    IS 30-59, D IS TAKEN AS 60-89).  NO PRIOR HISTORY IS ONLY
      *    ACCEPTED ON A FIRST CYCLE, AND THEN EVERY SUBSCRIBER
      *    STARTS THE CYCLE CURRENT.
           MOVE 'N'                  TO WS-SHI-EOF-FLAG
           MOVE ZERO                 TO WS-SHI-STAMP-CNT
           OPEN INPUT SUBR-HIST-IN-FILE

           IF WS-SHI-FILE-NOT-FOUND
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 74 TO WS-RETURN-CODE
                 DISPLAY '****  SUBHSTIN IS MISSING - EXPECTED THE'
                         ' HISTORY OF THE CYCLE BEFORE SUBHSTCR'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              MOVE 'Y'               TO WS-SHI-EOF-FLAG
              DISPLAY '*** WARNING - NO PRIOR SUBSCRIBER HISTORY ON'
                      ' SUBHSTIN - ALL FROM-STATES TAKEN AS CURRENT'
           END-IF

           PERFORM UNTIL WS-SHI-FILE-EOF
              READ SUBR-HIST-IN-FILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y'         TO WS-SHI-EOF-FLAG
                 NOT AT END
                    IF WS-SHR-CYCLE-STAMP
                       MOVE WS-HIST-REC TO WS-CYCLE-STAMP-IN
                       PERFORM 0105-SAVE-PRIOR-STAMP
                    END-IF
                    IF WS-SHR-SUB-ID NOT = SPACES
                       AND NOT WS-SHR-CYCLE-STAMP
                       ADD 1         TO PRIOR-HIST-RCDS-IN
                       MOVE WS-SHR-SUB-ID TO WS-RR-KEY
                       PERFORM 0900-FIND-OR-ADD-SUBR
                       PERFORM 0110-SET-FROM-STATE
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-SHI-FILE-NOT-FOUND
              CLOSE SUBR-HIST-IN-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0105-SAVE-PRIOR-STAMP.

      *    EVERY STAMP ON SUBHSTIN MUST NAME THE SAME CYCLE.
           IF WS-CSI-CYCLE-NO IS NOT NUMERIC
              OR (WS-SHI-STAMP-CNT > ZERO
                  AND WS-CSI-CYCLE-NO NOT = WS-SHI-CYCLE-NO)
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  SUBHSTIN CARRIES A BAD OR MIXED CYCLE'
                      ' STAMP - ' WS-CSI-CYCLE-NO ' (' WS-CSI-PROGRAM
                      ')'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           ADD 1                     TO WS-SHI-STAMP-CNT
           MOVE WS-CSI-CYCLE-NO      TO WS-SHI-CYCLE-NO.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0110-SET-FROM-STATE.

           EVALUATE TRUE
              WHEN WS-SHR-TIER-3059
                 MOVE 2              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN WS-SHR-TIER-6089
                 MOVE 3              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN WS-SHR-TIER-90UP
                 MOVE 4              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN WS-SHR-TIER NOT = SPACE
                 MOVE 1              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN WS-SHR-CYCLES (6:1) = 'N' OR 'C'
                 ADD 1               TO OLD-FORMAT-RCDS
                 MOVE 2              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN WS-SHR-CYCLES (6:1) = 'D'
                 ADD 1               TO OLD-FORMAT-RCDS
                 MOVE 3              TO WS-RR-FROM-IX (WS-RR-IX)
              WHEN OTHER
                 MOVE 1              TO WS-RR-FROM-IX (WS-RR-IX)
           END-EVALUATE

           IF WS-SHR-DUE-AMT IS NUMERIC
              MOVE WS-SHR-DUE-AMT    TO WS-RR-FROM-AMT (WS-RR-IX)
           END-IF

           IF WS-SHR-TIER NOT = SPACE
              IF WS-SHR-PKG-NO IS NUMERIC
                 MOVE WS-SHR-PKG-NO  TO WS-RR-PKG-NO (WS-RR-IX)
              END-IF
              MOVE WS-SHR-COUNTY-NM  TO WS-RR-COUNTY-NM (WS-RR-IX)
              MOVE 'P'               TO WS-RR-DETAIL-SRC (WS-RR-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-LOAD-PRIOR-TERMS.

      *    A SUBSCRIBER TERMINATED LAST CYCLE STARTS THIS CYCLE IN
      *    THE TERMINATED STATE WHATEVER ITS AGING TIER WAS, AND
      *    STAYS THERE UNLESS IT IS BACK ON A DELINQUENCY FEED
      *    (0310) OR WAS REINSTATED AFTER LAST CYCLE'S RUN (0360).
           MOVE 'N'                  TO WS-TRP-EOF-FLAG
           OPEN INPUT PRIOR-TERM-FILE

           IF WS-TRP-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-TRP-EOF-FLAG
              DISPLAY '*** WARNING - NO PRIOR CYCLE TERMINATIONS ON'
                      ' TRMTRANP - NO TERMINATED FROM-STATE'
           END-IF

           PERFORM UNTIL WS-TRP-FILE-EOF
              READ PRIOR-TERM-FILE INTO WS-TRM-TRANS-REC
                 AT END
                    MOVE 'Y'         TO WS-TRP-EOF-FLAG
                 NOT AT END
                    IF WS-TRM-TRANS-CD = 'TRM'
                       ADD 1         TO PRIOR-TERM-RCDS-IN
                       MOVE WS-TRM-SUB-ID-KEY (4:9) TO WS-RR-KEY
                       PERFORM 0900-FIND-OR-ADD-SUBR
                       MOVE 5        TO WS-RR-FROM-IX (WS-RR-IX)
                                        WS-RR-TO-IX (WS-RR-IX)
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-TRP-FILE-NOT-FOUND
              CLOSE PRIOR-TERM-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-LOAD-CURRENT-HISTORY.

      *    THIS CYCLE'S HISTORY GIVES THE TO-STATE.  IT IS THE ONE
      *    INPUT THE MATRIX CANNOT DO WITHOUT.
           MOVE 'N'                  TO WS-SHC-EOF-FLAG
           MOVE ZERO                 TO WS-SHC-STAMP-CNT
           OPEN INPUT SUBR-HIST-CUR-FILE

           IF NOT WS-SHC-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '**** SUBHSTCR OPEN STATUS = '
                      WS-SHC-FILE-STATUS
              GO TO 000000-MAINLINE-EXIT
           END-IF

           PERFORM UNTIL WS-SHC-FILE-EOF
              READ SUBR-HIST-CUR-FILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y'         TO WS-SHC-EOF-FLAG
                 NOT AT END
                    IF WS-SHR-CYCLE-STAMP
                       MOVE WS-HIST-REC TO WS-CYCLE-STAMP-IN
                       PERFORM 0305-SAVE-CURRENT-STAMP
                    END-IF
                    IF WS-SHR-SUB-ID NOT = SPACES
                       AND NOT WS-SHR-CYCLE-STAMP
                       ADD 1         TO CUR-HIST-RCDS-IN
                       MOVE WS-SHR-SUB-ID TO WS-RR-KEY
                       PERFORM 0900-FIND-OR-ADD-SUBR
                       PERFORM 0310-SET-TO-STATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SUBR-HIST-CUR-FILE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0305-SAVE-CURRENT-STAMP.

      *    EVERY STAMP ON SUBHSTCR MUST NAME THE SAME CYCLE.
           IF WS-CSI-CYCLE-NO IS NOT NUMERIC
              OR (WS-SHC-STAMP-CNT > ZERO
                  AND WS-CSI-CYCLE-NO NOT = WS-SHC-CYCLE-NO)
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  SUBHSTCR CARRIES A BAD OR MIXED CYCLE'
                      ' STAMP - ' WS-CSI-CYCLE-NO ' (' WS-CSI-PROGRAM
                      ')'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           ADD 1                     TO WS-SHC-STAMP-CNT
           MOVE WS-CSI-CYCLE-NO      TO WS-SHC-CYCLE-NO.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0350-CHECK-HISTORY-CYCLES.

      *    THE MATRIX PAIRS TWO GENERATIONS OF THE HISTORY - BOTH
      *    MUST BE STAMPED AND SUBHSTIN MUST BE THE CYCLE IMMEDIATELY
      *    BEFORE SUBHSTCR, OR EVERY MOVE ON THE REPORT IS WRONG.
           IF WS-SHC-STAMP-CNT = ZERO
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  SUBHSTCR CARRIES NO CYCLE STAMP'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           DISPLAY '*** SUBHSTCR IS CYCLE ' WS-SHC-CYCLE-NO
           COMPUTE WS-CYC-PRIOR-NO = WS-SHC-CYCLE-NO - 1

           IF NOT WS-SHI-FILE-NOT-FOUND
              IF WS-SHI-STAMP-CNT = ZERO
                 MOVE 72 TO WS-RETURN-CODE
                 DISPLAY '****  SUBHSTIN CARRIES NO CYCLE STAMP -'
                         ' EXPECTED CYCLE ' WS-CYC-PRIOR-NO
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              IF WS-SHI-CYCLE-NO NOT = WS-CYC-PRIOR-NO
                 MOVE 72 TO WS-RETURN-CODE
                 DISPLAY '****  SUBHSTIN IS FROM CYCLE '
                         WS-SHI-CYCLE-NO ' - EXPECTED CYCLE '
                         WS-CYC-PRIOR-NO
                 GO TO 000000-MAINLINE-EXIT
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0360-LOAD-PRIOR-REINSTATED.

      *    LAST CYCLE'S REINSTATEMENTS (REINSTP DD, THE PRIOR
      *    TESTREIN RUN'S REINLST).  TESTREIN RAN AFTER LAST CYCLE'S
      *    TRMTRAN WAS WRITTEN, SO A SUBSCRIBER ON BOTH STARTED THIS
      *    CYCLE COVERED AGAIN - IT MOVES TERMINATED TO CURRENT
      *    UNLESS SUBHSTCR ALREADY SHOWS IT DELINQUENT.  THE LIST
      *    MUST CARRY THE STAMP OF THE CYCLE BEFORE SUBHSTCR, AND MAY
      *    ONLY BE MISSING ON A CYCLOVR FIRST-CYCLE OVERRIDE.
           MOVE 'N'                  TO WS-RNSP-EOF-FLAG
           MOVE ZERO                 TO WS-RNSP-STAMP-CNT
           OPEN INPUT PRIOR-REINST-FILE

           IF WS-RNSP-FILE-NOT-FOUND
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 74 TO WS-RETURN-CODE
                 DISPLAY '****  REINSTP IS MISSING - EXPECTED THE'
                         ' REINLST OF CYCLE ' WS-CYC-PRIOR-NO
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              MOVE 'Y'               TO WS-RNSP-EOF-FLAG
              DISPLAY '*** WARNING - NO PRIOR REINSTATEMENTS ON'
                      ' REINSTP - TERMINATED STAY TERMINATED'
           END-IF

           PERFORM UNTIL WS-RNSP-FILE-EOF
              READ PRIOR-REINST-FILE INTO WS-RLS-REC
                 AT END
                    MOVE 'Y'         TO WS-RNSP-EOF-FLAG
                 NOT AT END
                    IF WS-RLS-CYCLE-STAMP
                       MOVE WS-RLS-REC TO WS-CYCLE-STAMP-IN
                       PERFORM 0365-CHECK-REINST-STAMP
                    END-IF
                    IF WS-RLS-SUB-ID NOT = SPACES
                       AND NOT WS-RLS-CYCLE-STAMP
                       ADD 1         TO PRIOR-REINST-RCDS-IN
                       PERFORM 0370-REINSTATE-ONE-SUBR
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-RNSP-FILE-NOT-FOUND
              CLOSE PRIOR-REINST-FILE
              IF WS-RNSP-STAMP-CNT = ZERO
                 MOVE 72 TO WS-RETURN-CODE
                 DISPLAY '****  REINSTP CARRIES NO CYCLE STAMP -'
                         ' EXPECTED CYCLE ' WS-CYC-PRIOR-NO
                 GO TO 000000-MAINLINE-EXIT
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0365-CHECK-REINST-STAMP.

      *    EVERY STAMP ON REINSTP MUST NAME THE CYCLE BEFORE SUBHSTCR.
           IF WS-CSI-CYCLE-NO IS NOT NUMERIC
              OR WS-CSI-CYCLE-NO NOT = WS-CYC-PRIOR-NO
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  REINSTP IS FROM CYCLE ' WS-CSI-CYCLE-NO
                      ' (' WS-CSI-PROGRAM ') - EXPECTED CYCLE '
                      WS-CYC-PRIOR-NO
              GO TO 000000-MAINLINE-EXIT
           END-IF

           ADD 1                     TO WS-RNSP-STAMP-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0370-REINSTATE-ONE-SUBR.

      *    ONLY A SUBSCRIBER STILL HELD TERMINATED MOVES.  ONE THAT
      *    WAS NOT ON LAST CYCLE'S TRMTRANP IS LEFT AS IT IS.
           MOVE 'N'                  TO WS-RR-FOUND-FLAG

           IF WS-RR-CNT > 0
              SET RR-INDEX           TO 1
              SEARCH WS-RR-TBL
                 AT END
                      CONTINUE
                 WHEN RR-INDEX > WS-RR-CNT
                      CONTINUE
                 WHEN WS-RR-SUB-ID (RR-INDEX) = WS-RLS-SUB-ID
                      MOVE 'Y'       TO WS-RR-FOUND-FLAG
                      SET WS-RR-IX   TO RR-INDEX
              END-SEARCH
           END-IF

           IF WS-RR-FOUND-FLAG = 'Y'
              IF WS-RR-FROM-IX (WS-RR-IX) = 5
                 AND WS-RR-TO-IX (WS-RR-IX) = 5
                 MOVE 1              TO WS-RR-TO-IX (WS-RR-IX)
                 ADD 1               TO PRIOR-REINST-MOVED-CNT
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0310-SET-TO-STATE.

           EVALUATE TRUE
              WHEN WS-SHR-TIER-3059
                 MOVE 2              TO WS-RR-TO-IX (WS-RR-IX)
              WHEN WS-SHR-TIER-6089
                 MOVE 3              TO WS-RR-TO-IX (WS-RR-IX)
              WHEN WS-SHR-TIER-90UP
                 MOVE 4              TO WS-RR-TO-IX (WS-RR-IX)
              WHEN WS-RR-FROM-IX (WS-RR-IX) = 5
      *          STILL ON THE HISTORY BUT ON NO FEED - TERMINATED.
                 CONTINUE
              WHEN OTHER
                 MOVE 1              TO WS-RR-TO-IX (WS-RR-IX)
           END-EVALUATE

           IF WS-SHR-TIER NOT = SPACE
              IF WS-SHR-DUE-AMT IS NUMERIC
                 MOVE WS-SHR-DUE-AMT TO WS-RR-TO-AMT (WS-RR-IX)
              END-IF
              IF WS-SHR-PKG-NO IS NUMERIC
                 MOVE WS-SHR-PKG-NO  TO WS-RR-PKG-NO (WS-RR-IX)
              END-IF
              MOVE WS-SHR-COUNTY-NM  TO WS-RR-COUNTY-NM (WS-RR-IX)
              MOVE 'C'               TO WS-RR-DETAIL-SRC (WS-RR-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-LOAD-CURRENT-TERMS.

      *    THIS CYCLE'S TERMINATIONS (THE CONCATENATED SLICE FILES
      *    ON A SLICED CYCLE) END THE CYCLE TERMINATED.  ONE ALSO
      *    ON LAST CYCLE'S TRMTRANP (REINSTATED AND TERMINATED AGAIN)
      *    IS NOT A NEW MOVE TO TERMINATED - 0700 ALLOWS FOR IT.
           MOVE 'N'                  TO WS-TRM-EOF-FLAG
           OPEN INPUT TERM-TRANS-FILE

           IF WS-TRM-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-TRM-EOF-FLAG
              DISPLAY '*** WARNING - NO TERMINATIONS ON TRMTRAN'
           END-IF

           PERFORM UNTIL WS-TRM-FILE-EOF
              READ TERM-TRANS-FILE INTO WS-TRM-TRANS-REC
                 AT END
                    MOVE 'Y'         TO WS-TRM-EOF-FLAG
                 NOT AT END
                    IF WS-TRM-TRANS-CD = 'TRM'
                       ADD 1         TO TERM-RCDS-IN
                       MOVE WS-TRM-SUB-ID-KEY (4:9) TO WS-RR-KEY
                       PERFORM 0900-FIND-OR-ADD-SUBR
                       IF WS-RR-FROM-IX (WS-RR-IX) = 5
                          ADD 1      TO TERM-REPEAT-CNT
                       END-IF
                       MOVE 5        TO WS-RR-TO-IX (WS-RR-IX)
                    END-IF
              END-READ
           END-PERFORM

           IF NOT WS-TRM-FILE-NOT-FOUND
              CLOSE TERM-TRANS-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0450-COUNT-DELTA-TAGS.

      *    THE DELTA FILE IS THE CYCLE'S OWN ACCOUNT OF THE 30-59
      *    BOOK (NEW, CARRIED AND REINST) AND OF THE 30-59 CURES -
      *    0700 HOLDS THE MATRIX TO IT.
           MOVE 'N'                  TO WS-DLI-EOF-FLAG
           OPEN INPUT DELTA-IN-FILE

           IF WS-DLI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-DLI-EOF-FLAG
              DISPLAY '*** WARNING - NO DELTA FILE ON DELTAIN -'
                      ' 30-59 CONTROLS NOT CHECKED'
           END-IF

           PERFORM UNTIL WS-DLI-FILE-EOF
              READ DELTA-IN-FILE INTO WS-DELTA-REC
                 AT END
                    MOVE 'Y'         TO WS-DLI-EOF-FLAG
                 NOT AT END
                    ADD 1            TO DELTA-RCDS-IN
                    EVALUATE WS-DLT-TAG
                       WHEN 'NEW    '
                       WHEN 'CARRIED'
                       WHEN 'REINST '
                          ADD 1      TO DELTA-3059-CNT
                       WHEN 'CURED  '
                          ADD 1      TO DELTA-CURED-CNT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           IF NOT WS-DLI-FILE-NOT-FOUND
              CLOSE DELTA-IN-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0500-BUILD-MATRIX.

      *    POST EVERY SUBSCRIBER'S MOVE TO THE OVERALL, PACKAGE AND
      *    COUNTY SEGMENTS.  THE DOLLARS ARE THE BALANCE THAT MADE
      *    THE MOVE - LAST CYCLE'S FOR A DELINQUENT OR TERMINATED
      *    FROM-STATE, THIS CYCLE'S WHEN THE SUBSCRIBER WAS CURRENT.
           MOVE 'O'                  TO WS-SEG-TYPE-WK
           MOVE 'ALL PACKAGES'       TO WS-SEG-KEY-WK
           PERFORM 0520-FIND-OR-ADD-SEGMENT

           IF WS-RR-CNT > 0
              PERFORM VARYING WS-RR-IX FROM 1 BY 1
                        UNTIL WS-RR-IX > WS-RR-CNT
                 PERFORM 0510-POST-ONE-SUBR
              END-PERFORM
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0510-POST-ONE-SUBR.

           MOVE WS-RR-FROM-IX (WS-RR-IX) TO WS-FROM-IX
           MOVE WS-RR-TO-IX (WS-RR-IX)   TO WS-TO-IX

           IF WS-FROM-IX = 1 AND WS-TO-IX = 1
              CONTINUE
           ELSE
              IF WS-FROM-IX = 1
                 MOVE WS-RR-TO-AMT (WS-RR-IX)   TO WS-MOVE-AMT
              ELSE
                 MOVE WS-RR-FROM-AMT (WS-RR-IX) TO WS-MOVE-AMT
              END-IF
              ADD 1                  TO MOVES-COUNTED

              MOVE 'O'               TO WS-SEG-TYPE-WK
              MOVE 'ALL PACKAGES'    TO WS-SEG-KEY-WK
              PERFORM 0530-POST-TO-SEGMENT

              MOVE 'P'               TO WS-SEG-TYPE-WK
              MOVE SPACES            TO WS-SEG-KEY-WK
              IF WS-RR-DETAIL-SRC (WS-RR-IX) = SPACE
                 MOVE 'NOT ON FILE'  TO WS-SEG-KEY-WK
              ELSE
                 MOVE WS-RR-PKG-NO (WS-RR-IX) TO WS-SEG-KEY-WK (1:3)
              END-IF
              PERFORM 0530-POST-TO-SEGMENT

              MOVE 'C'               TO WS-SEG-TYPE-WK
              MOVE WS-RR-COUNTY-NM (WS-RR-IX) TO WS-SEG-KEY-WK
              IF WS-SEG-KEY-WK = SPACES
                 MOVE 'NOT ON FILE'  TO WS-SEG-KEY-WK
              END-IF
              PERFORM 0530-POST-TO-SEGMENT

              IF WS-TO-IX = 2
                 ADD 1               TO MATRIX-TO-3059-CNT
              END-IF
              IF WS-TO-IX = 5 AND WS-FROM-IX NOT = 5
                 ADD 1               TO MATRIX-TO-TERM-CNT
              END-IF
              IF WS-FROM-IX = 2 AND WS-TO-IX = 1
                 ADD 1               TO MATRIX-3059-CURED-CNT
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0520-FIND-OR-ADD-SEGMENT.

           MOVE 'N'                  TO WS-SEG-FOUND-FLAG

           IF WS-SEG-CNT > 0
              SET SEG-INDEX          TO 1
              SEARCH WS-SEG-TBL
                 AT END
                      CONTINUE
                 WHEN SEG-INDEX > WS-SEG-CNT
                      CONTINUE
                 WHEN WS-SEG-TYPE (SEG-INDEX) = WS-SEG-TYPE-WK
                  AND WS-SEG-KEY (SEG-INDEX)  = WS-SEG-KEY-WK
                      MOVE 'Y'       TO WS-SEG-FOUND-FLAG
                      SET WS-SEG-IX  TO SEG-INDEX
              END-SEARCH
           END-IF

           IF WS-SEG-FOUND-FLAG NOT = 'Y'
      *       A DROPPED SEGMENT WOULD QUIETLY UNDERSTATE THE
      *       PACKAGE OR COUNTY PAGE - STOP INSTEAD.
              IF WS-SEG-CNT >= WS-SEG-MAX
                 MOVE 63 TO WS-RETURN-CODE
                 DISPLAY '****  SEGMENT TABLE FULL AT ' WS-SEG-CNT
                         ' - RAISE WS-SEG-MAX AND RERUN'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              ADD 1                  TO WS-SEG-CNT
              MOVE WS-SEG-CNT        TO WS-SEG-IX
              INITIALIZE WS-SEG-TBL (WS-SEG-IX)
              MOVE WS-SEG-TYPE-WK    TO WS-SEG-TYPE (WS-SEG-IX)
              MOVE WS-SEG-KEY-WK     TO WS-SEG-KEY (WS-SEG-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0530-POST-TO-SEGMENT.

           PERFORM 0520-FIND-OR-ADD-SEGMENT

           ADD 1          TO WS-SEG-MOVE-CNT (WS-SEG-IX WS-FROM-IX
                                                        WS-TO-IX)
           ADD WS-MOVE-AMT
                          TO WS-SEG-MOVE-AMT (WS-SEG-IX WS-FROM-IX
                                                        WS-TO-IX).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0600-WRITE-ROLL-REPORT.

      *    ONE LINE PER SEGMENT AND FROM-STATE THAT HAD ANY MOVES.
      *    CURE % IS THE SHARE OF THE ROW THAT ENDED CURRENT, ROLL %
      *    THE SHARE THAT ENDED IN A WORSE STATE.  THE CURRENT ROW
      *    EXCLUDES CURRENT-TO-CURRENT, SO ITS ROLL % IS ALWAYS 100.
           OPEN OUTPUT ROLL-REPORT-FILE
           WRITE ROLL-REPORT-REC FROM WS-ROLL-HDR

           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
                     UNTIL WS-SEG-IX > WS-SEG-CNT
              PERFORM VARYING WS-FROM-IX FROM 1 BY 1
                        UNTIL WS-FROM-IX > 5
                 PERFORM 0610-WRITE-ROLL-LINE THRU 0610-EXIT
              END-PERFORM
           END-PERFORM

           MOVE ROLL-LINES-OUT       TO WS-RLT-COUNT
           WRITE ROLL-REPORT-REC FROM WS-ROLL-TRL

           CLOSE ROLL-REPORT-FILE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0610-WRITE-ROLL-LINE.

           MOVE ZERO                 TO WS-ROW-CNT
                                        WS-ROW-AMT
                                        WS-ROW-FWD-CNT
           MOVE SPACES               TO WS-ROLL-DTL

           PERFORM VARYING WS-TO-IX FROM 1 BY 1
                     UNTIL WS-TO-IX > 5
              MOVE WS-SEG-MOVE-CNT (WS-SEG-IX WS-FROM-IX WS-TO-IX)
                                     TO WS-RLD-CNT (WS-TO-IX)
              MOVE WS-SEG-MOVE-AMT (WS-SEG-IX WS-FROM-IX WS-TO-IX)
                                     TO WS-RLD-AMT (WS-TO-IX)
              MOVE ';'               TO WS-RLD-CNT-DLM (WS-TO-IX)
                                        WS-RLD-AMT-DLM (WS-TO-IX)
              ADD WS-SEG-MOVE-CNT (WS-SEG-IX WS-FROM-IX WS-TO-IX)
                                     TO WS-ROW-CNT
              ADD WS-SEG-MOVE-AMT (WS-SEG-IX WS-FROM-IX WS-TO-IX)
                                     TO WS-ROW-AMT
              IF WS-TO-IX > WS-FROM-IX
                 ADD WS-SEG-MOVE-CNT (WS-SEG-IX WS-FROM-IX WS-TO-IX)
                                     TO WS-ROW-FWD-CNT
              END-IF
           END-PERFORM

           IF WS-ROW-CNT = ZERO
              GO TO 0610-EXIT.

           EVALUATE WS-SEG-TYPE (WS-SEG-IX)
              WHEN 'O'
                 MOVE 'OVERALL'      TO WS-RLD-SEG-TYPE
              WHEN 'P'
                 MOVE 'PACKAGE'      TO WS-RLD-SEG-TYPE
              WHEN OTHER
                 MOVE 'COUNTY'       TO WS-RLD-SEG-TYPE
           END-EVALUATE
           MOVE WS-SEG-KEY (WS-SEG-IX)    TO WS-RLD-SEG-KEY
           MOVE WS-STATE-NAME (WS-FROM-IX) TO WS-RLD-FROM-STATE
           MOVE WS-ROW-CNT           TO WS-RLD-CNT (6)
           MOVE WS-ROW-AMT           TO WS-RLD-AMT (6)
           MOVE ';'                  TO WS-RLD-DLM1
                                        WS-RLD-DLM2
                                        WS-RLD-DLM3
                                        WS-RLD-DLM4
                                        WS-RLD-DLM5
                                        WS-RLD-CNT-DLM (6)
                                        WS-RLD-AMT-DLM (6)

           IF WS-FROM-IX = 1
              MOVE ZERO              TO WS-ROW-PCT
           ELSE
              COMPUTE WS-ROW-PCT ROUNDED =
                      WS-SEG-MOVE-CNT (WS-SEG-IX WS-FROM-IX 1) * 100
                                     / WS-ROW-CNT
           END-IF
           MOVE WS-ROW-PCT           TO WS-RLD-CURE-PCT

           COMPUTE WS-ROW-PCT ROUNDED =
                   WS-ROW-FWD-CNT * 100 / WS-ROW-CNT
           MOVE WS-ROW-PCT           TO WS-RLD-ROLL-PCT

           WRITE ROLL-REPORT-REC FROM WS-ROLL-DTL
           ADD 1                     TO ROLL-LINES-OUT.

       0610-EXIT. EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0700-CHECK-CONTROLS.

      *    THE MATRIX MUST AGREE WITH THE CYCLE'S OWN OUTPUTS - THE
      *    30-59 BOOK ON THE DELTA FILE AND THE TERMINATIONS ON
      *    TRMTRAN.  A MISMATCH MEANS THE HISTORY AND THE FEEDS ARE
      *    FROM DIFFERENT CYCLES, OR A SLICE IS MISSING FROM ONE OF
      *    THEM.  THE DELTA'S CURED COUNT IS MEASURED AGAINST THE
      *    PRIOR EXTRACT RATHER THAN THE HISTORY AND IS SHOWN FOR
      *    INFORMATION ONLY.
           IF NOT WS-DLI-FILE-NOT-FOUND
              AND DELTA-3059-CNT NOT = MATRIX-TO-3059-CNT
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY '*** WARNING - DELTA FILE 30-59 COUNT '
                      DELTA-3059-CNT ' NOT = MATRIX TO 30-59 '
                      MATRIX-TO-3059-CNT
           END-IF

           IF TERM-RCDS-IN NOT = MATRIX-TO-TERM-CNT + TERM-REPEAT-CNT
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY '*** WARNING - TRMTRAN COUNT ' TERM-RCDS-IN
                      ' NOT = MATRIX TO TERMINATED '
                      MATRIX-TO-TERM-CNT ' + TERMINATED AGAIN '
                      TERM-REPEAT-CNT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0900-FIND-OR-ADD-SUBR.

      *    LEAVES WS-RR-IX ON THE SUBSCRIBER'S ENTRY FOR WS-RR-KEY,
      *    ADDING A CURRENT-TO-CURRENT ENTRY WHEN IT IS NEW.
           MOVE 'N'                  TO WS-RR-FOUND-FLAG
           MOVE ZERO                 TO WS-RR-IX

           IF WS-RR-CNT > 0
              SET RR-INDEX           TO 1
              SEARCH WS-RR-TBL
                 AT END
                      CONTINUE
                 WHEN RR-INDEX > WS-RR-CNT
                      CONTINUE
                 WHEN WS-RR-SUB-ID (RR-INDEX) = WS-RR-KEY
                      MOVE 'Y'       TO WS-RR-FOUND-FLAG
                      SET WS-RR-IX   TO RR-INDEX
              END-SEARCH
           END-IF

           IF WS-RR-FOUND-FLAG NOT = 'Y'
      *       A TRUNCATED TABLE QUIETLY UNDERSTATES THE MATRIX -
      *       STOP INSTEAD.
              IF WS-RR-CNT >= WS-RR-MAX
                 MOVE 63 TO WS-RETURN-CODE
                 DISPLAY '****  SUBSCRIBER TABLE FULL AT ' WS-RR-CNT
                         ' - RAISE WS-RR-MAX AND RERUN'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              ADD 1                  TO WS-RR-CNT
              MOVE WS-RR-CNT         TO WS-RR-IX
              MOVE WS-RR-KEY         TO WS-RR-SUB-ID (WS-RR-IX)
              MOVE 1                 TO WS-RR-FROM-IX (WS-RR-IX)
                                        WS-RR-TO-IX (WS-RR-IX)
              MOVE ZERO              TO WS-RR-FROM-AMT (WS-RR-IX)
                                        WS-RR-TO-AMT (WS-RR-IX)
                                        WS-RR-PKG-NO (WS-RR-IX)
              MOVE SPACES            TO WS-RR-COUNTY-NM (WS-RR-IX)
                                        WS-RR-DETAIL-SRC (WS-RR-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTROLL COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** PRIOR HISTORY RECORDS = ' PRIOR-HIST-RCDS-IN.
           DISPLAY '**** OLD-FORMAT HIST RECS  = ' OLD-FORMAT-RCDS.
           DISPLAY '**** CURRENT HISTORY RECS  = ' CUR-HIST-RCDS-IN.
           DISPLAY '**** PRIOR TERMINATIONS    = ' PRIOR-TERM-RCDS-IN.
           DISPLAY '**** TERMINATIONS          = ' TERM-RCDS-IN.
           DISPLAY '**** TERMINATED AGAIN      = ' TERM-REPEAT-CNT.
           DISPLAY '**** PRIOR REINSTATEMENTS  = ' PRIOR-REINST-RCDS-IN.
           DISPLAY '**** TERMINATED REINSTATED = '
                   PRIOR-REINST-MOVED-CNT.
           DISPLAY '**** DELTA RECORDS IN      = ' DELTA-RCDS-IN.
           DISPLAY '**** DELTA 30-59 BOOK      = ' DELTA-3059-CNT.
           DISPLAY '**** DELTA CURED           = ' DELTA-CURED-CNT.
           DISPLAY '**** SUBSCRIBERS MATCHED   = ' WS-RR-CNT.
           DISPLAY '**** MOVES COUNTED         = ' MOVES-COUNTED.
           DISPLAY '**** MATRIX TO 30-59       = ' MATRIX-TO-3059-CNT.
           DISPLAY '**** MATRIX 30-59 CURED    = '
                   MATRIX-3059-CURED-CNT.
           DISPLAY '**** MATRIX TO TERMINATED  = ' MATRIX-TO-TERM-CNT.
           DISPLAY '**** SEGMENTS              = ' WS-SEG-CNT.
           DISPLAY '**** ROLL REPORT LINES     = ' ROLL-LINES-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTROLL SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
