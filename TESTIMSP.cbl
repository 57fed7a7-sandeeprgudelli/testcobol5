      *                        PRIOR-CYCLE TRUNCATION, GROUP           *
      *                        CARD BYPASS, OR PER-SUBSCRIBER          *
      *                        BILLING-SCAN FALLBACK                   *
      * 10/15/26  SANDEEP R    NOTICE-EVIDENCE GATE - A 90+  CQ512226  *
      *                        DAY ACCOUNT IS ONLY TERMINATED          *
      *                        WHEN THE TESTLTRN LETTER                *
      *                        HISTORY SHOWS A NOTICE MAILED           *
      *                        AND NOT RETURNED AT LEAST N             *
      *                        DAYS BEFORE THE RUN - OTHERS            *
      *                        GO TO A NOTICE-DEFICIENT HOLD           *
      *                        FILE WITH A REASON CODE                 *
      * 10/15/26  SANDEEP R    A SUBSCRIBER TESTREIN         CQ512227  *
      *                        REINSTATED LAST CYCLE WHO IS            *
      *                        BACK ON THE 30-59 EXTRACT IS            *
      *                        TAGGED REINST ON THE DELTA              *
      *                        FEED, NOT NEW, AND DOES NOT             *
      *                        COUNT TOWARD THE CHRONIC RULE           *
      * 10/15/26  SANDEEP R    CARRY THE PACKAGE NUMBER ON   CQ512229  *
      *                        THE CASH-APPLICATION WORKLIST           *
      *                        SO TESTCSHA CAN SUMMARIZE ITS           *
      *                        GL JOURNAL BY GROUP/PACKAGE             *
      * 10/15/26  SANDEEP R    WIDEN THE SUBSCRIBER HISTORY  CQ512231  *
      *                        RECORD TO 60 BYTES - CARRY              *
      *                        THIS CYCLE'S AGING TIER, DUE            *
      *                        AMOUNT, PACKAGE AND COUNTY              *
      *                        FOR THE TESTROLL ROLL-RATE              *
      *                        MATRIX                                  *
      * 10/15/26  SANDEEP R    CARRY THE GROUP KEY ON THE    CQ512232  *
      *                        SUBSCRIBER HISTORY RECORD FOR           *
      *                        THE TESTINQY DELINQUENCY                *
      *                        INQUIRY                                 *
      * 10/15/26  SANDEEP R    WRITE AN OUTBOUND DIALER      CQ512233  *
      *                        CAMPAIGN FEED FOR 30-89 DAY             *
      *                        AND BROKEN-PROMISE ACCOUNTS -           *
      *                        DO-NOT-CALL/CONSENT LIST FIRST,         *
      *                        TESTDIAL WRONG NUMBERS HELD             *
      *                        BACK, EXCLUSIONS LOGGED DC/CW/          *
      *                        NP/WN ON THE EXCEPTION FILE             *
      * 10/15/26  SANDEEP R    CYCLE CONTROL LEDGER - STAMP  CQ512235  *
      *                        RPTCON, PROMOUT AND SUBHSTO             *
      *                        WITH THE CYCLE, STOP WHEN AN            *
      *                        INPUT IS NOT FROM THE LAST              *
      *                        COMPLETED CYCLE OR THE CYCLE            *
      *                        ALREADY POSTED, FIRST CYCLE             *
      *                        ONLY ON A CYCLOVR OVERRIDE              *
      * 10/15/26  SANDEEP R    CHECK THE CYCLE STAMP ON      CQ512236  *
      *                        LTRHIST AND PHNSUPP LIKE THE            *
      *                        OTHER CARRIED-FORWARD INPUTS            *
      * 10/15/26  SANDEEP R    CHECK THE CYCLE STAMP ON      CQ512238  *
      *                        REINSTIN                                *
      *                                                                *
      ******************************************************************
      ******************************************************************

           SELECT TERM-HOLD-FILE           ASSIGN TO TRMHOLD.

           SELECT NOTICE-DEF-FILE          ASSIGN TO TRMNDEF.

           SELECT LETTER-HIST-FILE         ASSIGN TO LTRHIST
                                  FILE STATUS IS WS-LHST-FILE-STATUS.

           SELECT REINST-LIST-FILE         ASSIGN TO REINSTIN
                                  FILE STATUS IS WS-RNST-FILE-STATUS.

           SELECT LETTER-SUPP-FILE         ASSIGN TO LTRSUPP
                                  FILE STATUS IS WS-SUPP-FILE-STATUS.


           SELECT CHRONIC-RPT-FILE         ASSIGN TO CHRNRPT.

           SELECT DNC-LIST-FILE            ASSIGN TO DNCLIST
                                  FILE STATUS IS WS-DNC-FILE-STATUS.

           SELECT PHONE-SUPP-FILE          ASSIGN TO PHNSUPP
                                  FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT DIALER-FILE              ASSIGN TO DIALOUT.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  TERM-HOLD-REC                 PIC X(80).

       FD  NOTICE-DEF-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  NOTICE-DEF-REC                PIC X(80).

       FD  LETTER-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  LETTER-HIST-REC               PIC X(50).

       FD  REINST-LIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REINST-LIST-REC               PIC X(30).

       FD  LETTER-SUPP-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-IN-REC              PIC X(60).

       FD  SUBR-HIST-OUT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUBR-HIST-OUT-REC             PIC X(60).

       FD  CHRONIC-RPT-FILE
           LABEL RECORDS STANDARD

       01  CHRONIC-RPT-REC               PIC X(40).

       FD  DNC-LIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  DNC-LIST-REC                  PIC X(30).

       FD  PHONE-SUPP-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PHONE-SUPP-REC                PIC X(30).

       FD  DIALER-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  DIALER-FILE-REC               PIC X(100).

       FD  CYCLE-CONTROL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-CONTROL-REC             PIC X(100).

       FD  CYCLE-OVERRIDE-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CYCLE-OVERRIDE-REC            PIC X(80).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           05  WS-XRST-FUNC               PIC X(04) VALUE 'XRST'.
           05  WS-CHKP-ID                 PIC X(08) VALUE SPACES.
           05  WS-CHKP-ID-NO              PIC 9(08) VALUE ZERO.
           05  WS-CHKP-AREA-LEN           PIC S9(05) COMP VALUE +526.
           05  WS-CHKP-AREA.
               10  WS-CHKP-GRP-KEY        PIC X(09) VALUE SPACES.
               10  WS-CHKP-EXTRACT-CNT    PIC 9(09) VALUE ZERO.
               10  WS-CHKP-CSHWRK-CNT     PIC 9(09) VALUE ZERO.
               10  WS-CHKP-EXCP-CNT       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-SUBR-READ      PIC 9(09) VALUE ZERO.
               10  WS-CHKP-EXCP-RSNS      PIC X(117) VALUE ZEROES.
               10  WS-CHKP-DSCR-CNT       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-PTRS-READ      PIC 9(09) VALUE ZERO.
               10  WS-CHKP-RUN-AMT        PIC 9(11)V99 VALUE ZERO.
               10  WS-CHKP-LIVES-T2       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-LIVES-T3       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-CHRONIC-CNT    PIC 9(09) VALUE ZERO.
               10  WS-CHKP-NDEF-CNT       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-NDEF-NL-CNT    PIC 9(09) VALUE ZERO.
               10  WS-CHKP-NDEF-RT-CNT    PIC 9(09) VALUE ZERO.
               10  WS-CHKP-NDEF-TS-CNT    PIC 9(09) VALUE ZERO.
               10  WS-CHKP-DELTA-REIN     PIC 9(09) VALUE ZERO.
               10  WS-CHKP-DIAL-CNT       PIC 9(09) VALUE ZERO.
               10  WS-CHKP-DIAL-AMT       PIC 9(11)V99 VALUE ZERO.
           05  WS-RESTART-FLAG            PIC X(01) VALUE 'N'.
           05  WS-CHKP-TAKEN              PIC 9(09) VALUE ZERO.

               10  WS-CNTL-HIGH-DAYS-IN   PIC 9(03).
               10  WS-CNTL-SLICE-NO-IN    PIC 9(02).
               10  WS-CNTL-SLICE-CNT-IN   PIC 9(02).
               10  WS-CNTL-NOTICE-DAYS-IN PIC 9(03).
               10  FILLER                 PIC X(59).

      *    PARALLEL SLICE MODE - THE PARM CARD CAN SAY "THIS IS
      *    SLICE N OF M".  THE SIX-DIGIT GROUP-NUMBER SPACE 000000 -
           05  WS-GRP-SEL-TBL OCCURS 5000 TIMES.
               10  WS-GRP-SEL-KEY         PIC X(09).

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - ONE RECORD PER
      *    BI-WEEKLY CYCLE WITH THE COMPLETION STATUS OF EVERY STEP
      *    THAT POSTS THE CYCLE.  EACH CARRIED-FORWARD FILE STARTS
      *    WITH A CYCLE STAMP RECORD NAMING THE CYCLE THAT WROTE IT,
      *    AND EACH STEP STOPS AT STARTUP WHEN ITS INPUTS ARE NOT
      *    FROM THE LAST COMPLETED CYCLE OR THIS CYCLE IS ALREADY
      *    POSTED.  THE LEDGER IS HELD IN STORAGE AND REWRITTEN
      *    WHOLE AT END OF JOB.  TESTMRGE, TESTLTRN AND TESTCSHA
      *    CARRY THE SAME IMAGES - THE LAYOUTS MUST STAY IN STEP.
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

      *    CYCLE STAMP - THE FIRST RECORD OF PROMOUT AND SUBHSTO AND
      *    THE RECORD AFTER THE COLUMN HEADER ON RPTCON.  READERS
      *    KNOW IT BY THE LITERAL IN POSITIONS 1-9.
       01  WS-CYCLE-STAMP-REC.
           05  WS-CST-STAMP-ID            PIC X(09) VALUE 'CYCLEHDR '.
           05  WS-CST-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CST-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CST-PROGRAM             PIC X(08) VALUE 'TESTIMSP'.

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


      *    PRIOR-CYCLE COMPARISON - THE PRIOR RUN'S RPTCON EXTRACT IS
      *    READ BACK IN (PRIORCON DD) AND ITS SUBSCRIBER IDS HELD IN
                                          INDEXED BY SUPP-INDEX.
               10  WS-SUPP-SUB-ID         PIC X(09).

      *    OUTBOUND DIALER CAMPAIGN FEED (DIALOUT DD) IN THE DIALER
      *    VENDOR'S FIXED BATCH FORMAT - 'H' CAMPAIGN HEADER, ONE 'D'
      *    RECORD PER 30-59 OR 60-89 DAY DELINQUENT, OR BROKEN-
      *    PROMISE ACCOUNT IN ANY TIER, THAT HAS A USABLE PHONE
      *    NUMBER, AND A 'T' TRAILER WITH RECORD AND DOLLAR TOTALS.
      *    TESTDIAL READS THE 'D' RECORDS BACK TO MATCH THE VENDOR'S
      *    CALL RESULTS - THE TWO LAYOUTS MUST STAY IN STEP.
       01  WS-DIAL-HDR-REC.
           05  WS-DLH-REC-TYPE            PIC X(01) VALUE 'H'.
           05  WS-DLH-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-DLH-SOURCE-ID           PIC X(08) VALUE 'TESTIMSP'.
           05  WS-DLH-CAMPAIGN-ID         PIC X(08) VALUE 'DELQCOLL'.
           05  FILLER                     PIC X(75) VALUE SPACES.

       01  WS-DIAL-DTL-REC.
           05  WS-DLD-REC-TYPE            PIC X(01) VALUE 'D'.
           05  WS-DLD-SUB-ID              PIC X(09).
           05  WS-DLD-GRP-KEY             PIC X(09).
           05  WS-DLD-FST-NME             PIC X(10).
           05  WS-DLD-LST-NME             PIC X(15).
           05  WS-DLD-PHONE-NO            PIC X(10).
           05  WS-DLD-PHONE-SRC           PIC X(01).
           05  WS-DLD-STATE-CD            PIC X(02).
           05  WS-DLD-TIER                PIC 9(01).
           05  WS-DLD-BROKEN-FLAG         PIC X(01).
           05  WS-DLD-DUE-AMT             PIC 9(09)V99.
           05  WS-DLD-DUE-DATE            PIC 9(08).
           05  FILLER                     PIC X(22) VALUE SPACES.

       01  WS-DIAL-TRL-REC.
           05  WS-DLT-REC-TYPE            PIC X(01) VALUE 'T'.
           05  WS-DLT-REC-COUNT           PIC 9(09) VALUE ZEROES.
           05  WS-DLT-DOLLAR-TOT          PIC 9(11)V99 VALUE ZEROES.
           05  FILLER                     PIC X(77) VALUE SPACES.

      *    DIALER SELECTION.  THE PHONE DIALED IS SR-SUB-PHONE-NO,
      *    FALLING BACK TO AD-PHONE-NO - A USABLE NUMBER IS TEN
      *    DIGITS WITH AN AREA CODE AND EXCHANGE NOT STARTING 0 OR 1,
      *    AND NOT A NUMBER THE PHONE-RESEARCH BOOK HAS AS WRONG FOR
      *    THE SUBSCRIBER.  THE SOURCE GOES ON THE 'D' RECORD:
      *       S - SUBSCRIBER ROOT (SR-SUB-PHONE-NO)
      *       A - ADDRESS SEGMENT (AD-PHONE-NO)
       01  WS-DIAL-FIELDS.
           05  WS-DIAL-DOLLAR-TOT         PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-DIAL-PHONE              PIC X(10) VALUE SPACES.
           05  WS-DIAL-PHONE-SRC          PIC X(01) VALUE SPACE.
           05  WS-DIAL-CAND-PHONE         PIC X(10) VALUE SPACES.
           05  WS-DIAL-CAND-R REDEFINES WS-DIAL-CAND-PHONE.
               10  WS-DIAL-CAND-AREA1     PIC X(01).
               10  FILLER                 PIC X(02).
               10  WS-DIAL-CAND-EXCH1     PIC X(01).
               10  FILLER                 PIC X(06).
           05  WS-DIAL-CAND-OK            PIC X(01) VALUE 'N'.
           05  WS-DIAL-WRONG-NO-FLAG      PIC X(01) VALUE 'N'.
           05  WS-DIAL-BYPASS-FLAG        PIC X(01) VALUE 'N'.
               88  WS-DIAL-BYPASSED               VALUE 'Y'.
           05  WS-DNC-FOUND-TYPE          PIC X(01) VALUE SPACE.

      *    DO-NOT-CALL / CONSENT EXCLUSION LIST (DNCLIST DD) FROM
      *    COMPLIANCE, APPLIED BEFORE ANY OTHER DIALER TEST.  ONE
      *    RECORD PER EXCLUSION - SUBSCRIBER ID IN 1-9 AND/OR PHONE
      *    NUMBER IN 10-19 (A PHONE-ONLY ENTRY BARS THE NUMBER FOR
      *    WHOEVER HAS IT ON FILE), EXCLUSION TYPE IN 20:
      *       D - DO NOT CALL (DC EXCEPTION)
      *       C - NO CONSENT ON FILE OR CONSENT WITHDRAWN (CW)
      *    AN EMPTY FILE EXCLUDES NOBODY, BUT A MISSING FILE MEANS
      *    THE LIST WAS NEVER DELIVERED - NOTHING IS DIALED THIS
      *    CYCLE RATHER THAN CALL AROUND THE EXCLUSIONS.
       01  WS-DNC-FIELDS.
           05  WS-DNC-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-DNC-FILE-OK                 VALUE '00'.
               88  WS-DNC-FILE-NOT-FOUND          VALUE '35'.
           05  WS-DNC-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-DNC-FILE-EOF                VALUE 'Y'.
           05  WS-DNC-CNT                 PIC S9(09) COMP VALUE +0.
           05  WS-DNC-MAX                 PIC S9(09) COMP VALUE +200000.
           05  WS-DNC-TBL OCCURS 200000 TIMES
                                          INDEXED BY DNC-INDEX.
               10  WS-DNC-SUB-ID          PIC X(09).
               10  WS-DNC-PHONE           PIC X(10).
               10  WS-DNC-TYPE            PIC X(01).

      *    WRONG-NUMBER SUPPRESSION BOOK (PHNSUPP DD) BUILT BY
      *    TESTDIAL FROM THE VENDOR'S CALL RESULTS - SUBSCRIBER ID IN
      *    1-9 AND THE NUMBER THAT REACHED THE WRONG PARTY IN 10-19.
      *    ONLY THAT NUMBER IS SUPPRESSED, SO ONCE MEMBERSHIP PUTS A
      *    CORRECTED NUMBER ON THE SUBSCRIBER THE ACCOUNT IS DIALED
      *    AGAIN.  A MISSING OR EMPTY FILE SUPPRESSES NOTHING.
       01  WS-PHS-FIELDS.
           05  WS-PHS-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PHS-FILE-OK                 VALUE '00'.
               88  WS-PHS-FILE-NOT-FOUND          VALUE '35'.
           05  WS-PHS-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-PHS-FILE-EOF                VALUE 'Y'.
           05  WS-PHS-CNT                 PIC S9(09) COMP VALUE +0.
           05  WS-PHS-MAX                 PIC S9(09) COMP VALUE +200000.
           05  WS-PHS-TBL OCCURS 200000 TIMES
                                          INDEXED BY PHS-INDEX.
               10  WS-PHS-SUB-ID          PIC X(09).
               10  WS-PHS-PHONE           PIC X(10).

      *    CASH-APPLICATION WORKLIST - DELINQUENTS WHOSE UNALLOCATED
      *    CASH IN SUSPENSE FULLY COVERS THE AMOUNT DUE ARE ROUTED
      *    HERE FOR THE FINANCE UNIT INSTEAD OF BEING DUNNED.
           05  WS-CWK-DLM3                PIC X(01) VALUE ';'.
           05  WS-CWK-SUSP-AMT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-CWK-DLM4                PIC X(01) VALUE ';'.
           05  WS-CWK-PKG-NO              PIC 9(03).
           05  WS-CWK-DLM5                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(04) VALUE SPACES.

       01  WS-CSHWRK-HDR.
           05  WS-CWH-GRP-HD              PIC X(09) VALUE 'GROUP KEY'.
           05  WS-CWH-SUSP-HD             PIC X(15)
                                          VALUE 'SUSPENSE CASH  '.
           05  WS-CWH-DLM4                PIC X(01) VALUE ';'.
           05  WS-CWH-PKG-HD              PIC X(03) VALUE 'PKG'.
           05  WS-CWH-DLM5                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(04) VALUE SPACES.

       01  WS-CSHWRK-TRL.
           05  WS-CWT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-COV-END-INTEGER         PIC S9(09) COMP.
           05  WS-COV-END-DT              PIC 9(08) VALUE ZEROES.

      *    NOTICE-EVIDENCE GATE - NO TERMINATION IS RELEASED UNLESS
      *    THE LETTER-HISTORY LEDGER TESTLTRN KEEPS (LTRHIST DD, ITS
      *    LTRHSTO) SHOWS A NOTICE MAILED, AND NOT SINCE RETURNED, AT
      *    LEAST WS-NOTICE-DAYS BEFORE THE RUN DATE.  THE DAYS COME
      *    FROM THE PARM CARD (COLUMNS 19-21), DEFAULT 30.  AN
      *    ACCOUNT THAT FAILS GOES TO THE NOTICE-DEFICIENT HOLD FILE
      *    WITH THE REASON - NL NO NOTICE ON THE LEDGER, RT LAST
      *    NOTICE RETURNED, TS NOTICE MAILED TOO SOON BEFORE THE RUN.
       01  WS-LHST-FIELDS.
           05  WS-LHST-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-LHST-FILE-OK                VALUE '00'.
               88  WS-LHST-FILE-NOT-FOUND         VALUE '35'.
           05  WS-LHST-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-LHST-FILE-EOF               VALUE 'Y'.
           05  WS-NOTICE-DAYS             PIC 9(03) VALUE 030.
           05  WS-NTC-RSN-CD              PIC X(02) VALUE SPACES.
           05  WS-NTC-EVID-DT             PIC 9(08) VALUE ZEROES.
           05  WS-NTC-DISP-CD             PIC X(01) VALUE SPACES.
           05  WS-NTC-EVID-INTEGER        PIC S9(09) COMP.
           05  WS-NTC-DAYS-SINCE          PIC S9(09) COMP.
           05  WS-LHST-CNT                PIC S9(09) COMP VALUE +0.
           05  WS-LHST-MAX                PIC S9(09) COMP VALUE +500000.
           05  WS-LHST-TBL OCCURS 500000 TIMES
                                          INDEXED BY LHST-INDEX.
               10  WS-LHST-SUB-ID         PIC X(09).
               10  WS-LHST-EVID-DT        PIC 9(08).
               10  WS-LHST-DISP-CD        PIC X(01).

      *    SUBSCRIBERS REINSTATED BY LAST CYCLE'S TESTREIN (REINSTIN
      *    DD, ITS REINLST).  ONE OF THESE BACK ON THE 30-59 EXTRACT
      *    IS NOT A FRESH DELINQUENCY - IT WAS ON THE BOOKS, TERMED
      *    AND PAID BACK IN - SO THE DELTA FEED TAGS IT REINST
      *    RATHER THAN NEW AND THE CHRONIC HISTORY SEES A CONTINUED
      *    ACCOUNT, NOT A NEW ONE.
       01  WS-RNST-FIELDS.
           05  WS-RNST-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RNST-FILE-OK                VALUE '00'.
               88  WS-RNST-FILE-NOT-FOUND         VALUE '35'.
           05  WS-RNST-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-RNST-FILE-EOF               VALUE 'Y'.
           05  WS-RNST-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-RNST-CNT                PIC S9(09) COMP VALUE +0.
           05  WS-RNST-MAX                PIC S9(09) COMP VALUE +200000.
           05  WS-RNST-TBL OCCURS 200000 TIMES
                                          INDEXED BY RNST-INDEX.
               10  WS-RNST-SUB-ID         PIC X(09).

       01  WS-NTCDEF-REC.
           05  WS-NDF-GRP-KEY             PIC X(09).
           05  WS-NDF-DLM1                PIC X(01) VALUE ';'.
           05  WS-NDF-SUB-ID              PIC X(09).
           05  WS-NDF-DLM2                PIC X(01) VALUE ';'.
           05  WS-NDF-RSN-CD              PIC X(02).
           05  WS-NDF-DLM3                PIC X(01) VALUE ';'.
           05  WS-NDF-EVID-DT             PIC 9(08).
           05  WS-NDF-DLM4                PIC X(01) VALUE ';'.
           05  WS-NDF-DISP-CD             PIC X(01).
           05  WS-NDF-DLM5                PIC X(01) VALUE ';'.
           05  WS-NDF-DUE-AMT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-NDF-DLM6                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-NTCDEF-HDR.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'SUB-ID   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(02) VALUE 'RC'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE 'MAILED  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(01) VALUE 'D'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
                                          VALUE 'AMOUNT DUE     '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(30) VALUE SPACES.

       01  WS-NTCDEF-TRL.
           05  WS-NDT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-NDT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-NDT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(64) VALUE SPACES.

       01  WS-TRMHOLD-REC.
           05  WS-THL-GRP-KEY             PIC X(09).
           05  WS-THL-DLM1                PIC X(01) VALUE ';'.
      *       RL - RETURNED LETTER UNRESOLVED - LETTER SUPPRESSED
      *            (THE SUBSCRIBER IS STILL ON THE EXTRACT, SO RL
      *            RECORDS ARE EXCLUDED FROM THE READ/OUT BALANCE)
      *       DC - ON THE DO-NOT-CALL LIST - NOT DIALED
      *       CW - NO DIALER CONSENT ON FILE - NOT DIALED
      *       NP - NO USABLE PHONE NUMBER - NOT DIALED
      *       WN - WRONG NUMBER UNDER PHONE RESEARCH - NOT DIALED
      *            (DIALER EXCLUSIONS ARE STILL ON AN AGING FEED, SO
      *            LIKE RL THEY ARE EXCLUDED FROM THE READ/OUT
      *            BALANCE)
       01  WS-EXCP-FIELDS.
           05  WS-EXCP-REASON-CD          PIC X(02) VALUE SPACES.
           05  EXCP-RCDS-OUT              PIC 9(09) VALUE ZERO.
               10  EXCP-NM-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-AG-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-RL-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-DC-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-CW-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-NP-CNT            PIC 9(09) VALUE ZERO.
               10  EXCP-WN-CNT            PIC 9(09) VALUE ZERO.
           05  EXCP-DIAL-CNT              PIC 9(09) VALUE ZERO.
           05  WS-RECON-TOTAL             PIC 9(09) VALUE ZERO.

       01  WS-EXCP-REC.
      *    CANCELLATION JOBS AUTOMATICALLY.  THE IDENTITIES CHECKED:
      *       SUBSCRIBERS READ   = EXTRACT + WARNING + CANCEL
      *                          + EXCEPTIONS - RL EXCEPTIONS
      *                          - DIALER EXCEPTIONS
      *                            (CASH-WORKLIST ACCOUNTS ARE THE
      *                            CA EXCEPTIONS, RL ACCOUNTS ARE
      *                            ALSO ON THE EXTRACT)
           05  WS-BAL-RUN-DOLLARS         PIC 9(11)V99.
           05  WS-BAL-ADRX-CNT            PIC 9(09).
           05  WS-BAL-ADRX-DOLLARS        PIC 9(11)V99.
           05  WS-BAL-EXCP-DIAL-CNT       PIC 9(09).
           05  FILLER                     PIC X(05) VALUE SPACES.

      *    COVERED-LIVES COMPANION FILE - STATE NOTICE RULES REQUIRE
      *    NAMING EVERY COVERED PERSON ON A TERMINATION-TRACK
               10  WS-SH-CYCLES           PIC X(06).
               10  WS-SH-SEEN             PIC X(01).
               10  WS-SH-THIS-CYCLE       PIC X(01).
               10  WS-SH-THIS-TIER        PIC X(01).
               10  WS-SH-THIS-AMT         PIC S9(09)V99 COMP-3.
               10  WS-SH-THIS-PKG         PIC 9(03).
               10  WS-SH-THIS-COUNTY      PIC X(18).
               10  WS-SH-THIS-GRP-KEY     PIC X(09).

      *    HISTORY RECORD - THE TIER/AMOUNT/PACKAGE/COUNTY FIELDS
      *    DESCRIBE THE CYCLE JUST ENDED AND FEED THE TESTROLL
      *    ROLL-RATE MATRIX AND THE TESTINQL INQUIRY LOAD.  TIER IS
      *    BLANK WHEN THE SUBSCRIBER WAS NOT ON A DELINQUENCY FEED
      *    THIS CYCLE.
       01  WS-SH-OUT-REC.
           05  WS-SHO-SUB-ID              PIC X(09).
           05  WS-SHO-CYCLES              PIC X(06).
           05  WS-SHO-TIER                PIC X(01).
           05  WS-SHO-DUE-AMT             PIC 9(09)V99.
           05  WS-SHO-PKG-NO              PIC 9(03).
           05  WS-SHO-COUNTY-NM           PIC X(18).
           05  WS-SHO-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(03) VALUE SPACES.

       01  WS-CHRN-REC.
           05  WS-CHR-SUB-ID              PIC X(09).
           05  EXTRACT-RCDS-OUT            PIC 9(09) VALUE 0.
           05  DELTA-NEW-CNT               PIC 9(09) VALUE 0.
           05  DELTA-CARRIED-CNT           PIC 9(09) VALUE 0.
           05  DELTA-REINST-CNT            PIC 9(09) VALUE 0.
           05  DELTA-CURED-CNT             PIC 9(09) VALUE 0.
           05  DELTA-RCDS-OUT              PIC 9(09) VALUE 0.
           05  LETTER-RCDS-OUT             PIC 9(09) VALUE 0.
           05  CSHWRK-RCDS-OUT             PIC 9(09) VALUE 0.
           05  TRMTRAN-RCDS-OUT            PIC 9(09) VALUE 0.
           05  TRMHOLD-RCDS-OUT            PIC 9(09) VALUE 0.
           05  NTCDEF-RCDS-OUT             PIC 9(09) VALUE 0.
           05  NTCDEF-NL-CNT               PIC 9(09) VALUE 0.
           05  NTCDEF-RT-CNT               PIC 9(09) VALUE 0.
           05  NTCDEF-TS-CNT               PIC 9(09) VALUE 0.
           05  ESC-RCDS-OUT                PIC 9(09) VALUE 0.
           05  PROMISE-RCDS-OUT            PIC 9(09) VALUE 0.
           05  BROKEN-PROMISE-CNT          PIC 9(09) VALUE 0.
           05  ADREXCP-RCDS-OUT            PIC 9(09) VALUE 0.
           05  DIAL-RCDS-OUT               PIC 9(09) VALUE 0.
           05  PRESORT-BATCH-CNT           PIC 9(04) VALUE 0.
           05  MBR-RCDS-OUT                PIC 9(09) VALUE 0.
           05  CHRONIC-CNT                 PIC 9(09) VALUE 0.

           PERFORM 0080-READ-CONTROL-CARD.

      *    THE RUN DATE IS KNOWN ONCE THE CARD IS READ - PLACE THE
      *    RUN ON THE CYCLE LEDGER BEFORE ANY CARRIED-FORWARD INPUT
      *    IS LOADED OR ANY OUTPUT OPENED.
           PERFORM 0060-CHECK-CYCLE-LEDGER.

      *    A SUPPLEMENTAL RUN ONLY TOUCHES THE LISTED GROUPS, SO THE
      *    PRIOR-CYCLE COMPARISON WOULD REPORT THE REST OF THE BOOK
      *    AS CURED - DELTA REPORTING IS BYPASSED ENTIRELY.

           PERFORM 0087-LOAD-LETTER-SUPP.

           PERFORM 0088-LOAD-LETTER-HISTORY.

           PERFORM 0089-LOAD-REINSTATED.

           PERFORM 0090-LOAD-PROMISE-FILE.

           PERFORM 0093-LOAD-DNC-LIST.

           PERFORM 0094-LOAD-PHONE-SUPP.

      *    THE CHRONIC HISTORY ONLY MAKES SENSE AGAINST A PRODUCTION
      *    SWEEP - A SUPPLEMENTAL RERUN NEITHER LOADS NOR REWRITES IT.
           IF NOT WS-SUPPL-RUN
              OPEN EXTEND DISCREPANCY-FILE
              OPEN EXTEND TERM-TRANS-FILE
              OPEN EXTEND TERM-HOLD-FILE
              OPEN EXTEND NOTICE-DEF-FILE
              IF NOT WS-SUPPL-RUN
                 OPEN EXTEND PROMISE-OUT-FILE
              END-IF
              OPEN EXTEND ESCALATION-FILE
              OPEN EXTEND DIALER-FILE
              OPEN EXTEND ADDR-EXCP-FILE
              OPEN EXTEND MEMBER-FILE
              OPEN EXTEND CHRONIC-RPT-FILE
              OPEN OUTPUT REPORT-FILE
              INITIALIZE  REPORT-FILE-REC
              WRITE REPORT-FILE-REC FROM WS-RPT-FILE-HDR
              WRITE REPORT-FILE-REC FROM WS-CYCLE-STAMP-REC

              OPEN OUTPUT WARNING-FILE
              WRITE WARNING-FILE-REC FROM WS-RPT-FILE-HDR
              OPEN OUTPUT TERM-HOLD-FILE
              WRITE TERM-HOLD-REC FROM WS-TRMHOLD-HDR

              OPEN OUTPUT NOTICE-DEF-FILE
              WRITE NOTICE-DEF-REC FROM WS-NTCDEF-HDR

              IF NOT WS-SUPPL-RUN
                 OPEN OUTPUT PROMISE-OUT-FILE
                 WRITE PROMISE-OUT-REC FROM WS-CYCLE-STAMP-REC
              END-IF

              OPEN OUTPUT ESCALATION-FILE
              WRITE ESCALATION-REC FROM WS-RPT-FILE-HDR

              OPEN OUTPUT DIALER-FILE

              OPEN OUTPUT ADDR-EXCP-FILE
              WRITE ADDR-EXCP-REC FROM WS-ADRX-HDR


           PERFORM 0100-SET-CURR-DATES.

      *    THE DIALER CAMPAIGN HEADER CARRIES THE RUN DATE, SO IT IS
      *    WRITTEN ONCE THE CURRENT DATES ARE SET (A RESTART IS
      *    EXTENDING A FILE THAT ALREADY HAS ONE).
           IF WS-RESTART-FLAG NOT = 'Y'
              MOVE WS-CURR-PDATE      TO WS-DLH-RUN-DATE
              WRITE DIALER-FILE-REC FROM WS-DIAL-HDR-REC
           END-IF.

           IF WS-SUPPL-RUN
              PERFORM 0920-PROCESS-GROUP-LIST
           ELSE
           PERFORM 9906-WRITE-SUBR-HISTORY.
           PERFORM 9905-WRITE-RUN-HISTORY.
           PERFORM 9910-WRITE-TREND-REPORT.
           PERFORM 9940-POST-CYCLE-LEDGER.
           PERFORM 900000-DISPLAY-STATS.
           CLOSE REPORT-FILE.
           CLOSE WARNING-FILE.
           CLOSE DISCREPANCY-FILE.
           CLOSE TERM-TRANS-FILE.
           CLOSE TERM-HOLD-FILE.
           CLOSE NOTICE-DEF-FILE.
           IF NOT WS-SUPPL-RUN
              CLOSE PROMISE-OUT-FILE
           END-IF.
           CLOSE ESCALATION-FILE.
           CLOSE DIALER-FILE.

      ****** ********* ************ ************ ************ **********

                 MOVE WS-CNTL-HIGH-DAYS-IN TO WS-DELQ-HIGH-DAYS
              END-IF

              IF WS-CNTL-NOTICE-DAYS-IN IS NUMERIC
                 AND WS-CNTL-NOTICE-DAYS-IN NOT = ZERO
                 MOVE WS-CNTL-NOTICE-DAYS-IN TO WS-NOTICE-DAYS
              END-IF

      *       SLICE N OF M - ZERO FIELDS MEAN A NORMAL WHOLE-BOOK
      *       RUN.  A BAD SLICE PARM STOPS THE RUN COLD RATHER THAN
      *       QUIETLY PROCESSING THE WRONG PART OF THE BOOK.
                      WS-SLICE-LOW-KEY ' THRU ' WS-SLICE-HIGH-KEY
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0060-CHECK-CYCLE-LEDGER.

      *    PLACE THIS RUN ON THE CYCLE CONTROL LEDGER.  A PRODUCTION
      *    RUN EITHER OPENS THE NEXT CYCLE (THE LAST ONE IS FULLY
      *    COMPLETE) OR RERUNS THE LAST ONE (TESTIMSP HAS NOT YET
      *    POSTED IT COMPLETE).  A SUPPLEMENTAL RUN RERUNS GROUPS OF
      *    THE LAST POSTED CYCLE.  THE CARRIED-FORWARD INPUTS MUST
      *    THEN CARRY THE STAMP OF THE CYCLE BEFORE - ONLY A
      *    FIRST-CYCLE OVERRIDE LETS THEM BE MISSING.
           IF WS-PARM-DATE-FLAG = 'Y'
              MOVE WS-CURR-PDATE     TO WS-CYC-RUN-DATE
           ELSE
              ACCEPT WS-CYC-TODAY    FROM DATE
              MOVE 20                TO WS-CYC-RUN-DATE(1:2)
              MOVE WS-CYC-TODAY      TO WS-CYC-RUN-DATE(3:6)
           END-IF

           PERFORM 0061-LOAD-CYCLE-LEDGER
           PERFORM 0062-READ-CYCLE-OVERRIDE

           IF WS-SUPPL-RUN
              PERFORM 0068-PLACE-SUPPL-CYCLE
           ELSE
              PERFORM 0063-PLACE-PRODUCTION-CYCLE
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
       0062-READ-CYCLE-OVERRIDE.

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
       0063-PLACE-PRODUCTION-CYCLE.

      *    AN EMPTY LEDGER IS A FIRST CYCLE AND NEEDS THE OVERRIDE.
      *    A LAST CYCLE TESTIMSP HAS NOT POSTED COMPLETE IS RERUN
      *    UNDER ITS OWN NUMBER.  OTHERWISE THE NEXT CYCLE IS OPENED.
      *    A SLICE RUN PLACES ITSELF THE SAME WAY BUT NEVER POSTS -
      *    TESTMRGE POSTS THE SLICED CYCLE.
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
              IF WS-CYR-IMSP-DONE
                 PERFORM 0064-CHECK-PRIOR-COMPLETE
                 COMPUTE WS-CYC-CYCLE-NO = WS-CYR-CYCLE-NO + 1
                 MOVE 'Y'            TO WS-CYC-NEW-FLAG
              ELSE
                 MOVE WS-CYR-CYCLE-NO TO WS-CYC-CYCLE-NO
                 DISPLAY '*** CYCLE ' WS-CYR-CYCLE-NO ' NOT POSTED'
                         ' COMPLETE (TESTIMSP STATUS '''
                         WS-CYR-IMSP-STAT ''') - RERUNNING IT'
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
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0064-CHECK-PRIOR-COMPLETE.

      *    THE LAST CYCLE ON THE LEDGER IS POSTED BY TESTIMSP.  A RUN
      *    DATE INSIDE THAT CYCLE IS A SECOND RUN OF A POSTED CYCLE.
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
       0068-PLACE-SUPPL-CYCLE.

      *    A SUPPLEMENTAL RUN REWORKS SELECTED GROUPS OF THE LAST
      *    CYCLE TESTIMSP POSTED COMPLETE, FROM THAT CYCLE'S INPUTS.
      *    IT NEVER POSTS THE LEDGER.
           IF WS-CYC-CNT = ZERO
              MOVE 73 TO WS-RETURN-CODE
              DISPLAY '****  NO CYCLE ON THE CYCLCTL LEDGER - NOTHING'
                      ' FOR A SUPPLEMENTAL RUN TO REWORK'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC

           IF NOT WS-CYR-IMSP-DONE
              MOVE 73 TO WS-RETURN-CODE
              DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' NOT POSTED'
                      ' COMPLETE BY TESTIMSP - NO SUPPLEMENTAL RUN'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           IF WS-CYC-FIRST-OVERRIDE
              MOVE 70 TO WS-RETURN-CODE
              DISPLAY '****  FIRSTCYC OVERRIDE NOT VALID ON A'
                      ' SUPPLEMENTAL RUN'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           MOVE WS-CYR-CYCLE-NO      TO WS-CYC-CYCLE-NO
           IF WS-CYR-FIRST-FLAG = 'Y'
              MOVE 'N'               TO WS-CYC-CHECK-FLAG
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0065-CHECK-CYCLE-STAMP.

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
       0066-CHECK-STAMP-FOUND.

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
       0067-CHECK-INPUT-MISSING.

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
       0085-LOAD-PRIOR-EXTRACT.

      *    LOAD THE PRIOR CYCLE'S RPTCON EXTRACT (PRIORCON DD) INTO
      *    THE SUBSCRIBER-ID TABLE.  A MISSING FILE IS ONLY TAKEN
      *    AS A FIRST CYCLE UNDER THE FIRSTCYC OVERRIDE - EVERY
      *    CURRENT DELINQUENT IS THEN TAGGED NEW.  THE HEADER RECORD
      *    IS BYPASSED AND THE CYCLE STAMP AND TRAILER RECOGNIZED BY
      *    THEIR LITERALS SO NONE LANDS IN THE TABLE.
           MOVE 'N'                  TO WS-PRIOR-EOF-FLAG
           MOVE 'PRIORCON'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-EXTRACT-FILE

           IF WS-PRIOR-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PRIOR-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              MOVE 'Y'               TO WS-PRIOR-LOADED-FLAG
              READ PRIOR-EXTRACT-FILE
                    AT END
                       MOVE 'Y'      TO WS-PRIOR-EOF-FLAG
                    NOT AT END
      *                THE CYCLE STAMP, THE TRAILER AND THE
      *                SUPPLEMENTAL-RUN FLAG RECORD ARE CONTROL
      *                RECORDS, NOT SUBSCRIBERS.
                       EVALUATE TRUE
                          WHEN PRIOR-EXTRACT-REC(1:9) = 'CYCLEHDR '
                             MOVE PRIOR-EXTRACT-REC TO
                                  WS-CYCLE-STAMP-IN
                             PERFORM 0065-CHECK-CYCLE-STAMP
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
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** PRIOR CYCLE IDS LOADED = ' WS-PRIOR-ID-CNT.
       0087-LOAD-LETTER-SUPP.

      *    LOAD THE RETURNED-LETTER SUPPRESSION FILE (LTRSUPP DD)
      *    BUILT BY TESTLTRN INTO THE SUBSCRIBER-ID TABLE.  A FILE
      *    WITH ONLY ITS CYCLE STAMP MEANS NO UNRESOLVED RETURNED
      *    MAIL AND NOTHING IS SUPPRESSED.  A MISSING FILE IS ONLY
      *    ACCEPTED ON A FIRST CYCLE.
           MOVE 'N'                  TO WS-SUPP-EOF-FLAG
           MOVE 'LTRSUPP'            TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT LETTER-SUPP-FILE

           IF WS-SUPP-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-SUPP-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-SUPP-FILE-EOF
                 READ LETTER-SUPP-FILE
                    AT END
                       MOVE 'Y'      TO WS-SUPP-EOF-FLAG
                    NOT AT END
                       IF LETTER-SUPP-REC(1:9) = 'CYCLEHDR '
                          MOVE LETTER-SUPP-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF LETTER-SUPP-REC(1:9) NOT = SPACES
                          AND LETTER-SUPP-REC(1:9) NOT = 'CYCLEHDR '
      *                   A BYPASSED SUPPRESSION IS A LETTER
      *                   MAILED TO A KNOWN BAD ADDRESS - STOP
      *                   INSTEAD.
                 END-READ
              END-PERFORM
              CLOSE LETTER-SUPP-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** LETTER SUPPRESSIONS LOADED = ' WS-SUPP-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0088-LOAD-LETTER-HISTORY.

      *    LOAD THE LETTER-HISTORY LEDGER (LTRHIST DD, TESTLTRN'S
      *    LTRHSTO) - SUBSCRIBER ID, STANDING EVIDENCE MAILING DATE
      *    AND LAST VENDOR DISPOSITION.  A FILE WITH ONLY ITS CYCLE
      *    STAMP LEAVES NO EVIDENCE FOR ANYONE, SO EVERY 90+ DAY
      *    ACCOUNT GOES TO THE NOTICE-DEFICIENT HOLD FILE, NOT
      *    TERMINATION.  A MISSING FILE IS ONLY ACCEPTED ON A FIRST
      *    CYCLE.
           MOVE 'N'                  TO WS-LHST-EOF-FLAG
           MOVE 'LTRHIST'            TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT LETTER-HIST-FILE

           IF WS-LHST-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-LHST-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-LHST-FILE-EOF
                 READ LETTER-HIST-FILE
                    AT END
                       MOVE 'Y'      TO WS-LHST-EOF-FLAG
                    NOT AT END
                       IF LETTER-HIST-REC(1:9) = 'CYCLEHDR '
                          MOVE LETTER-HIST-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF LETTER-HIST-REC(1:9) NOT = SPACES
                          AND LETTER-HIST-REC(1:9) NOT = 'CYCLEHDR '
      *                   A DROPPED ENTRY WOULD HOLD A PROPERLY
      *                   NOTIFIED ACCOUNT - STOP INSTEAD.
                          IF WS-LHST-CNT >= WS-LHST-MAX
                             MOVE 66 TO WS-RETURN-CODE
                             DISPLAY '****  LETTER HISTORY TABLE FULL'
                                     ' AT ' WS-LHST-CNT ' - RAISE'
                                     ' WS-LHST-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-LHST-CNT
                          MOVE LETTER-HIST-REC(1:9) TO
                               WS-LHST-SUB-ID (WS-LHST-CNT)
                          IF LETTER-HIST-REC(10:8) IS NUMERIC
                             MOVE LETTER-HIST-REC(10:8) TO
                                  WS-LHST-EVID-DT (WS-LHST-CNT)
                          ELSE
                             MOVE ZEROES TO
                                  WS-LHST-EVID-DT (WS-LHST-CNT)
                          END-IF
                          MOVE LETTER-HIST-REC(28:1) TO
                               WS-LHST-DISP-CD (WS-LHST-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LETTER-HIST-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** LETTER HISTORY LOADED = ' WS-LHST-CNT
           DISPLAY '*** NOTICE EVIDENCE DAYS = ' WS-NOTICE-DAYS.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0089-LOAD-REINSTATED.

      *    LOAD LAST CYCLE'S REINSTATED SUBSCRIBERS (REINSTIN DD, THE
      *    PRIOR TESTREIN RUN'S REINLST).  A FILE WITH ONLY ITS
      *    CYCLE STAMP MEANS NOBODY WAS REINSTATED.  A MISSING FILE
      *    IS ONLY ACCEPTED ON A FIRST CYCLE.
           MOVE 'N'                  TO WS-RNST-EOF-FLAG
           MOVE 'REINSTIN'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT REINST-LIST-FILE

           IF WS-RNST-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-RNST-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-RNST-FILE-EOF
                 READ REINST-LIST-FILE
                    AT END
                       MOVE 'Y'      TO WS-RNST-EOF-FLAG
                    NOT AT END
                       IF REINST-LIST-REC(1:9) = 'CYCLEHDR '
                          MOVE REINST-LIST-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF REINST-LIST-REC(1:9) NOT = SPACES
                          AND REINST-LIST-REC(1:9) NOT = 'CYCLEHDR '
                          IF WS-RNST-CNT >= WS-RNST-MAX
                             MOVE 67 TO WS-RETURN-CODE
                             DISPLAY '****  REINSTATED TABLE FULL AT '
                                     WS-RNST-CNT ' - RAISE'
                                     ' WS-RNST-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-RNST-CNT
                          MOVE REINST-LIST-REC(1:9) TO
                               WS-RNST-SUB-ID (WS-RNST-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REINST-LIST-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** REINSTATED LAST CYCLE = ' WS-RNST-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0090-LOAD-PROMISE-FILE.

      *    LOAD LAST CYCLE'S PROMISE-TO-PAY RECORDS (PROMIN DD, THE
      *    PRIOR RUN'S PROMOUT) INTO THE PROMISE TABLE.  A FILE WITH
      *    ONLY ITS CYCLE STAMP MEANS NO OUTSTANDING PROMISES TO
      *    CHECK.  A MISSING FILE IS ONLY ACCEPTED ON A FIRST CYCLE.
      *    TESTDIAL'S DIALPROM, CONCATENATED BEHIND IT, CARRIES A
      *    STAMP OF ITS OWN THAT MUST NAME THE SAME CYCLE.
           MOVE 'N'                  TO WS-PRMI-EOF-FLAG
           MOVE 'PROMIN'             TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PROMISE-IN-FILE

           IF WS-PRMI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PRMI-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-PRMI-FILE-EOF
                 READ PROMISE-IN-FILE
                    AT END
                       MOVE 'Y'      TO WS-PRMI-EOF-FLAG
                    NOT AT END
                       IF PROMISE-IN-REC(1:9) = 'CYCLEHDR '
                          MOVE PROMISE-IN-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF PROMISE-IN-REC(1:9) NOT = SPACES
                          AND PROMISE-IN-REC(1:9) NOT = 'CYCLEHDR '
      *                   A BYPASSED PROMISE IS A BROKEN PROMISE
      *                   NEVER CAUGHT - STOP INSTEAD.
                          IF WS-PROM-CNT >= WS-PROM-MAX
                 END-READ
              END-PERFORM
              CLOSE PROMISE-IN-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** PRIOR-CYCLE PROMISES LOADED = ' WS-PROM-CNT
                      ' CURRENT'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0093-LOAD-DNC-LIST.

      *    LOAD THE DO-NOT-CALL / CONSENT EXCLUSION LIST (DNCLIST
      *    DD).  AN EMPTY FILE EXCLUDES NOBODY, BUT A MISSING ONE
      *    BYPASSES THE DIALER CAMPAIGN FOR THE CYCLE - THE LETTERS
      *    AND FEEDS STILL GO OUT.
           MOVE 'N'                  TO WS-DNC-EOF-FLAG
           OPEN INPUT DNC-LIST-FILE

           IF WS-DNC-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-DNC-EOF-FLAG
              MOVE 'Y'               TO WS-DIAL-BYPASS-FLAG
              DISPLAY '*** WARNING - NO DNCLIST FILE - DIALER'
                      ' CAMPAIGN BYPASSED THIS CYCLE'
           ELSE
              PERFORM UNTIL WS-DNC-FILE-EOF
                 READ DNC-LIST-FILE
                    AT END
                       MOVE 'Y'      TO WS-DNC-EOF-FLAG
                    NOT AT END
                       IF DNC-LIST-REC(1:19) NOT = SPACES
      *                   A DROPPED EXCLUSION IS A CALL THE
      *                   SUBSCRIBER TOLD US NOT TO MAKE - STOP
      *                   INSTEAD.
                          IF WS-DNC-CNT >= WS-DNC-MAX
                             MOVE 68 TO WS-RETURN-CODE
                             DISPLAY '****  DO-NOT-CALL TABLE FULL'
                                     ' AT ' WS-DNC-CNT ' - RAISE'
                                     ' WS-DNC-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-DNC-CNT
                          MOVE DNC-LIST-REC(1:9) TO
                               WS-DNC-SUB-ID (WS-DNC-CNT)
                          MOVE DNC-LIST-REC(10:10) TO
                               WS-DNC-PHONE (WS-DNC-CNT)
      *                   ANYTHING NOT MARKED AS A CONSENT ENTRY
      *                   IS TREATED AS DO-NOT-CALL.
                          IF DNC-LIST-REC(20:1) = 'C'
                             MOVE 'C' TO WS-DNC-TYPE (WS-DNC-CNT)
                          ELSE
                             MOVE 'D' TO WS-DNC-TYPE (WS-DNC-CNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DNC-LIST-FILE
           END-IF

           DISPLAY '*** DO-NOT-CALL ENTRIES LOADED = ' WS-DNC-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0094-LOAD-PHONE-SUPP.

      *    LOAD THE WRONG-NUMBER SUPPRESSION BOOK (PHNSUPP DD, THE
      *    LAST TESTDIAL RUN'S OUTPUT).  A FILE WITH ONLY ITS CYCLE
      *    STAMP MEANS NO NUMBER IS UNDER RESEARCH.  A MISSING FILE
      *    IS ONLY ACCEPTED ON A FIRST CYCLE.
           MOVE 'N'                  TO WS-PHS-EOF-FLAG
           MOVE 'PHNSUPP'            TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PHONE-SUPP-FILE

           IF WS-PHS-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-PHS-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-PHS-FILE-EOF
                 READ PHONE-SUPP-FILE
                    AT END
                       MOVE 'Y'      TO WS-PHS-EOF-FLAG
                    NOT AT END
                       IF PHONE-SUPP-REC(1:9) = 'CYCLEHDR '
                          MOVE PHONE-SUPP-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF PHONE-SUPP-REC(1:9) NOT = SPACES
                          AND PHONE-SUPP-REC(1:9) NOT = 'CYCLEHDR '
                          IF WS-PHS-CNT >= WS-PHS-MAX
                             MOVE 69 TO WS-RETURN-CODE
                             DISPLAY '****  PHONE SUPPRESSION TABLE'
                                     ' FULL AT ' WS-PHS-CNT ' - RAISE'
                                     ' WS-PHS-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-PHS-CNT
                          MOVE PHONE-SUPP-REC(1:9) TO
                               WS-PHS-SUB-ID (WS-PHS-CNT)
                          MOVE PHONE-SUPP-REC(10:10) TO
                               WS-PHS-PHONE (WS-PHS-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PHONE-SUPP-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** WRONG NUMBERS SUPPRESSED = ' WS-PHS-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0092-LOAD-SUBR-HISTORY.

      *    LOAD LAST CYCLE'S SUBSCRIBER DELINQUENCY HISTORY
      *    (SUBHSTIN DD, THE PRIOR RUN'S SUBHSTO).  A MISSING FILE
      *    MEANS TRACKING STARTS FRESH - ONLY ACCEPTED ON A FIRST
      *    CYCLE.
           MOVE 'N'                  TO WS-SHI-EOF-FLAG
           MOVE 'SUBHSTIN'           TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT SUBR-HIST-IN-FILE

           IF WS-SHI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-SHI-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-SHI-FILE-EOF
                 READ SUBR-HIST-IN-FILE
                    AT END
                       MOVE 'Y'      TO WS-SHI-EOF-FLAG
                    NOT AT END
                       IF SUBR-HIST-IN-REC(1:9) = 'CYCLEHDR '
                          MOVE SUBR-HIST-IN-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF SUBR-HIST-IN-REC(1:9) NOT = SPACES
                          AND SUBR-HIST-IN-REC(1:9) NOT = 'CYCLEHDR '
      *                   A TRUNCATED HISTORY QUIETLY LOSES
      *                   CHRONIC ACCOUNTS - STOP INSTEAD.
                          IF WS-SH-CNT >= WS-SH-MAX
                               WS-SH-CYCLES (WS-SH-CNT)
                          MOVE 'N'   TO WS-SH-SEEN (WS-SH-CNT)
                          MOVE '-'   TO WS-SH-THIS-CYCLE (WS-SH-CNT)
                          MOVE SPACE TO WS-SH-THIS-TIER (WS-SH-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SUBR-HIST-IN-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** SUBSCRIBER HISTORY LOADED = ' WS-SH-CNT.
              MOVE WS-CHKP-LIVES-T2    TO WS-LIVES-TIER2
              MOVE WS-CHKP-LIVES-T3    TO WS-LIVES-TIER3
              MOVE WS-CHKP-CHRONIC-CNT TO CHRONIC-CNT
              MOVE WS-CHKP-NDEF-CNT    TO NTCDEF-RCDS-OUT
              MOVE WS-CHKP-NDEF-NL-CNT TO NTCDEF-NL-CNT
              MOVE WS-CHKP-NDEF-RT-CNT TO NTCDEF-RT-CNT
              MOVE WS-CHKP-NDEF-TS-CNT TO NTCDEF-TS-CNT
              MOVE WS-CHKP-DELTA-REIN  TO DELTA-REINST-CNT
              MOVE WS-CHKP-DIAL-CNT    TO DIAL-RCDS-OUT
              MOVE WS-CHKP-DIAL-AMT    TO WS-DIAL-DOLLAR-TOT
              DISPLAY '********************************************'
              DISPLAY '**** RESTART RUN  -  LAST CHECKPOINT GROUP ='
                      WS-CHKP-GRP-KEY
           MOVE WS-LIVES-TIER2       TO WS-CHKP-LIVES-T2
           MOVE WS-LIVES-TIER3       TO WS-CHKP-LIVES-T3
           MOVE CHRONIC-CNT          TO WS-CHKP-CHRONIC-CNT
           MOVE NTCDEF-RCDS-OUT      TO WS-CHKP-NDEF-CNT
           MOVE NTCDEF-NL-CNT        TO WS-CHKP-NDEF-NL-CNT
           MOVE NTCDEF-RT-CNT        TO WS-CHKP-NDEF-RT-CNT
           MOVE NTCDEF-TS-CNT        TO WS-CHKP-NDEF-TS-CNT
           MOVE DELTA-REINST-CNT     TO WS-CHKP-DELTA-REIN
           MOVE DIAL-RCDS-OUT        TO WS-CHKP-DIAL-CNT
           MOVE WS-DIAL-DOLLAR-TOT   TO WS-CHKP-DIAL-AMT

           CALL 'CBLTDLI' USING WS-CHKP-FUNC
                                WS-CHKP-ID
              WHEN 'NM'   ADD 1       TO EXCP-NM-CNT
              WHEN 'AG'   ADD 1       TO EXCP-AG-CNT
              WHEN 'RL'   ADD 1       TO EXCP-RL-CNT
              WHEN 'DC'   ADD 1       TO EXCP-DC-CNT
              WHEN 'CW'   ADD 1       TO EXCP-CW-CNT
              WHEN 'NP'   ADD 1       TO EXCP-NP-CNT
              WHEN 'WN'   ADD 1       TO EXCP-WN-CNT
           END-EVALUATE.

       1140-LOAD-GROUP-BILLING.
                                         WS-CWK-DLM2
                                         WS-CWK-DLM3
                                         WS-CWK-DLM4
                                         WS-CWK-DLM5
           MOVE GA-GRP-KEY-ID         TO WS-CWK-GRP-KEY
           MOVE GD-SUBR-ID-KEY(4:9)   TO WS-CWK-SUB-ID
           MOVE BI-TOT-DUE-AMT        TO WS-CWK-DUE-AMT
           MOVE CS-UNALLOC-AMT        TO WS-CWK-SUSP-AMT
           MOVE GS-PKG-NO             TO WS-CWK-PKG-NO

           WRITE CASH-WORKLIST-REC FROM WS-CSHWRK-REC
           ADD 1                      TO CSHWRK-RCDS-OUT.
                 END-IF
           END-EVALUATE

      *    OUTBOUND DIALER CAMPAIGN - THE 30-59 AND 60-89 DAY TIERS,
      *    PLUS A BROKEN PROMISE IN ANY TIER.
           IF WS-TIER-REPORT OR WS-TIER-WARNING
              OR WS-PROM-BROKEN-FLAG = 'Y'
              PERFORM 0017-SELECT-DIALER THRU 0017-EXIT
           END-IF

           PERFORM 0011-WRITE-MEMBER-RECS

           ADD BI-TOT-DUE-AMT         TO WS-RUN-DOLLAR-TOT
                                         WS-DELTA-DLM2
           MOVE WS-DTL-SUBSCRIBR-ID   TO WS-DELTA-SUB-ID

           MOVE 'N'                   TO WS-RNST-FOUND-FLAG
           IF WS-PRIOR-FOUND-FLAG NOT = 'Y'
              PERFORM 0016-MATCH-REINSTATED
           END-IF

      *    A SUBSCRIBER REINSTATED LAST CYCLE IS A CONTINUING
      *    ACCOUNT - CYCLE FLAG 'C' KEEPS IT OUT OF THE NEW-IN-3-
      *    OF-6 CHRONIC COUNT.
           EVALUATE TRUE
              WHEN WS-PRIOR-FOUND-FLAG = 'Y'
                 MOVE 'CARRIED'       TO WS-DELTA-TAG
                 ADD 1                TO DELTA-CARRIED-CNT
                 MOVE 'C'             TO WS-CYCLE-FLAG
              WHEN WS-RNST-FOUND-FLAG = 'Y'
                 MOVE 'REINST '       TO WS-DELTA-TAG
                 ADD 1                TO DELTA-REINST-CNT
                 MOVE 'C'             TO WS-CYCLE-FLAG
              WHEN OTHER
                 MOVE 'NEW    '       TO WS-DELTA-TAG
                 ADD 1                TO DELTA-NEW-CNT
                 MOVE 'N'             TO WS-CYCLE-FLAG
           END-EVALUATE

           WRITE DELTA-FILE-REC FROM WS-DELTA-REC
           ADD 1                      TO DELTA-RCDS-OUT

           PERFORM 0012-TRACK-CHRONIC.

       0016-MATCH-REINSTATED.

           MOVE 'N'                   TO WS-RNST-FOUND-FLAG
           IF WS-RNST-CNT > 0
              SET RNST-INDEX          TO 1
              SEARCH WS-RNST-TBL
                 AT END
                      CONTINUE
                 WHEN RNST-INDEX > WS-RNST-CNT
                      CONTINUE
                 WHEN WS-RNST-SUB-ID (RNST-INDEX) =
                                          WS-DTL-SUBSCRIBR-ID
                      MOVE 'Y'        TO WS-RNST-FOUND-FLAG
              END-SEARCH
           END-IF.

       0004-MATCH-PRIOR-CYCLE.

      *    MARK THE PRIOR-CYCLE TABLE ENTRY FOR THIS SUBSCRIBER,

           MOVE 'Y'                  TO WS-SH-SEEN (WS-SH-IX)
           MOVE WS-CYCLE-FLAG        TO WS-SH-THIS-CYCLE (WS-SH-IX)
           MOVE WS-DELQ-TIER         TO WS-SH-THIS-TIER (WS-SH-IX)
           MOVE BI-TOT-DUE-AMT       TO WS-SH-THIS-AMT (WS-SH-IX)
           MOVE GS-PKG-NO            TO WS-SH-THIS-PKG (WS-SH-IX)
           MOVE AD-COUNTY-NM         TO WS-SH-THIS-COUNTY (WS-SH-IX)
           MOVE GA-GRP-KEY-ID        TO WS-SH-THIS-GRP-KEY (WS-SH-IX)

           IF WS-TIER-REPORT
              MOVE SPACES            TO WS-SH-NEW-CYCLES
              END-SEARCH
           END-IF.

       0017-SELECT-DIALER.

      *    THE DO-NOT-CALL / CONSENT LIST IS APPLIED FIRST - AN
      *    EXCLUDED ACCOUNT IS LOGGED DC OR CW WHATEVER ITS PHONE
      *    NUMBERS LOOK LIKE.  AN ACCOUNT WITH NO USABLE NUMBER IS
      *    LOGGED WN WHEN THE ONLY NUMBER ON FILE IS ONE THE PHONE-
      *    RESEARCH BOOK HAS AS WRONG, NP OTHERWISE.  THE REST GO TO
      *    THE DIALER VENDOR.
           IF WS-DIAL-BYPASSED
              GO TO 0017-EXIT
           END-IF

           PERFORM 0018-PICK-DIAL-PHONE
           PERFORM 0019-CHECK-DNC-LIST

           IF WS-DNC-FOUND-TYPE NOT = SPACE
              IF WS-DNC-FOUND-TYPE = 'C'
                 MOVE 'CW'            TO WS-EXCP-REASON-CD
              ELSE
                 MOVE 'DC'            TO WS-EXCP-REASON-CD
              END-IF
              PERFORM 1170-WRITE-EXCEPTION
              GO TO 0017-EXIT
           END-IF

           IF WS-DIAL-PHONE = SPACES
              IF WS-DIAL-WRONG-NO-FLAG = 'Y'
                 MOVE 'WN'            TO WS-EXCP-REASON-CD
              ELSE
                 MOVE 'NP'            TO WS-EXCP-REASON-CD
              END-IF
              PERFORM 1170-WRITE-EXCEPTION
              GO TO 0017-EXIT
           END-IF

           MOVE SPACES                TO WS-DIAL-DTL-REC
           MOVE 'D'                   TO WS-DLD-REC-TYPE
           MOVE GD-SUBR-ID-KEY(4:9)   TO WS-DLD-SUB-ID
           MOVE GA-GRP-KEY-ID         TO WS-DLD-GRP-KEY
           MOVE SR-SUB-FST-NME        TO WS-DLD-FST-NME
           MOVE SR-SUB-LST-NME        TO WS-DLD-LST-NME
           MOVE WS-DIAL-PHONE         TO WS-DLD-PHONE-NO
           MOVE WS-DIAL-PHONE-SRC     TO WS-DLD-PHONE-SRC
           MOVE AD-STATE-CD           TO WS-DLD-STATE-CD
           MOVE WS-DELQ-TIER          TO WS-DLD-TIER
           MOVE WS-PROM-BROKEN-FLAG   TO WS-DLD-BROKEN-FLAG
           MOVE BI-TOT-DUE-AMT        TO WS-DLD-DUE-AMT
           MOVE WS-DUE-DT-CCYYMMDD    TO WS-DLD-DUE-DATE

           WRITE DIALER-FILE-REC FROM WS-DIAL-DTL-REC
           ADD 1                      TO DIAL-RCDS-OUT
           ADD BI-TOT-DUE-AMT         TO WS-DIAL-DOLLAR-TOT.
       0017-EXIT. EXIT.

       0018-PICK-DIAL-PHONE.

      *    THE SUBSCRIBER ROOT'S NUMBER FIRST, THEN THE ADDRESS
      *    SEGMENT'S - WHICHEVER IS FIRST USABLE AND NOT A KNOWN
      *    WRONG NUMBER.
           MOVE SPACES                TO WS-DIAL-PHONE
           MOVE SPACE                 TO WS-DIAL-PHONE-SRC
           MOVE 'N'                   TO WS-DIAL-WRONG-NO-FLAG

           MOVE SR-SUB-PHONE-NO       TO WS-DIAL-CAND-PHONE
           PERFORM 0020-CHECK-CAND-PHONE
           IF WS-DIAL-CAND-OK = 'Y'
              MOVE WS-DIAL-CAND-PHONE TO WS-DIAL-PHONE
              MOVE 'S'                TO WS-DIAL-PHONE-SRC
           ELSE
              MOVE AD-PHONE-NO        TO WS-DIAL-CAND-PHONE
              PERFORM 0020-CHECK-CAND-PHONE
              IF WS-DIAL-CAND-OK = 'Y'
                 MOVE WS-DIAL-CAND-PHONE TO WS-DIAL-PHONE
                 MOVE 'A'             TO WS-DIAL-PHONE-SRC
              END-IF
           END-IF.

       0020-CHECK-CAND-PHONE.

      *    TEN DIGITS, AREA CODE AND EXCHANGE STARTING 2-9, AND NOT
      *    ON THE WRONG-NUMBER BOOK FOR THIS SUBSCRIBER.
           MOVE 'N'                   TO WS-DIAL-CAND-OK

           IF WS-DIAL-CAND-PHONE IS NUMERIC
              AND WS-DIAL-CAND-AREA1 > '1'
              AND WS-DIAL-CAND-EXCH1 > '1'
              MOVE 'Y'                TO WS-DIAL-CAND-OK
              IF WS-PHS-CNT > 0
                 SET PHS-INDEX        TO 1
                 SEARCH WS-PHS-TBL
                    AT END
                         CONTINUE
                    WHEN PHS-INDEX > WS-PHS-CNT
                         CONTINUE
                    WHEN WS-PHS-SUB-ID (PHS-INDEX) =
                                          GD-SUBR-ID-KEY(4:9)
                     AND WS-PHS-PHONE (PHS-INDEX) = WS-DIAL-CAND-PHONE
                         MOVE 'N'     TO WS-DIAL-CAND-OK
                         MOVE 'Y'     TO WS-DIAL-WRONG-NO-FLAG
                 END-SEARCH
              END-IF
           END-IF.

       0019-CHECK-DNC-LIST.

      *    A SUBSCRIBER-LEVEL ENTRY, OR A PHONE-LEVEL ENTRY FOR THE
      *    NUMBER WE WOULD DIAL, EXCLUDES THE ACCOUNT.
           MOVE SPACE                 TO WS-DNC-FOUND-TYPE

           IF WS-DNC-CNT > 0
              SET DNC-INDEX           TO 1
              SEARCH WS-DNC-TBL
                 AT END
                      CONTINUE
                 WHEN DNC-INDEX > WS-DNC-CNT
                      CONTINUE
                 WHEN WS-DNC-SUB-ID (DNC-INDEX) = GD-SUBR-ID-KEY(4:9)
                      MOVE WS-DNC-TYPE (DNC-INDEX)
                                      TO WS-DNC-FOUND-TYPE
                 WHEN WS-DIAL-PHONE NOT = SPACES
                  AND WS-DNC-PHONE (DNC-INDEX) = WS-DIAL-PHONE
                      MOVE WS-DNC-TYPE (DNC-INDEX)
                                      TO WS-DNC-FOUND-TYPE
              END-SEARCH
           END-IF.

       0005-WRITE-TERM-TRANS.

      *    THE 90+ DAY ACCOUNT JUST WRITTEN TO THE CANCEL FEED IS A
      *    BEFORE THE OLDEST UNPAID BI-DUE-DT (THE LAST DAY THAT WAS
      *    ACTUALLY PAID FOR).  AN ACCOUNT WITH A CURRENT
      *    PROMISE-TO-PAY (TYPE 08) NOTE FROM 1157-GET-BILL-NOTES IS
      *    HELD BACK ON THE PRE-CANCELLATION HOLD LIST INSTEAD, AND
      *    AN ACCOUNT WITHOUT STANDING NOTICE EVIDENCE ON THE LETTER
      *    HISTORY (0013) GOES TO THE NOTICE-DEFICIENT HOLD FILE.
           IF WS-NOTE-TYPE-FND = '08'
              MOVE SPACES             TO WS-TRMHOLD-REC
              MOVE ';'                TO WS-THL-DLM1
              WRITE TERM-HOLD-REC FROM WS-TRMHOLD-REC
              ADD 1                   TO TRMHOLD-RCDS-OUT
           ELSE
              PERFORM 0013-CHECK-NOTICE-EVIDENCE
              IF WS-NTC-RSN-CD NOT = SPACES
                 PERFORM 0015-WRITE-NOTICE-DEF
              ELSE
                 COMPUTE WS-COV-END-INTEGER = WS-DUE-DT-INTEGER - 1
                 MOVE FUNCTION DATE-OF-INTEGER (WS-COV-END-INTEGER)
                                      TO WS-COV-END-DT
                 MOVE SPACES          TO WS-TRM-TRANS-REC
                 MOVE 'TRM'           TO WS-TRM-TRANS-CD
                 MOVE GA-GRP-KEY-ID   TO WS-TRM-GRP-KEY
                 MOVE GD-SUBR-ID-KEY  TO WS-TRM-SUB-ID-KEY
                 MOVE WS-COV-END-DT   TO WS-TRM-COV-END-DT
                 MOVE 'NP'            TO WS-TRM-RSN-CD
                 MOVE WS-CURR-PDATE   TO WS-TRM-RUN-DATE
                 WRITE TERM-TRANS-REC FROM WS-TRM-TRANS-REC
                 ADD 1                TO TRMTRAN-RCDS-OUT
              END-IF
           END-IF.

       0015-WRITE-NOTICE-DEF.

           MOVE SPACES                TO WS-NTCDEF-REC
           MOVE ';'                   TO WS-NDF-DLM1
                                         WS-NDF-DLM2
                                         WS-NDF-DLM3
                                         WS-NDF-DLM4
                                         WS-NDF-DLM5
                                         WS-NDF-DLM6
           MOVE GA-GRP-KEY-ID         TO WS-NDF-GRP-KEY
           MOVE GD-SUBR-ID-KEY(4:9)   TO WS-NDF-SUB-ID
           MOVE WS-NTC-RSN-CD         TO WS-NDF-RSN-CD
           MOVE WS-NTC-EVID-DT        TO WS-NDF-EVID-DT
           MOVE WS-NTC-DISP-CD        TO WS-NDF-DISP-CD
           MOVE BI-TOT-DUE-AMT        TO WS-NDF-DUE-AMT
           WRITE NOTICE-DEF-REC FROM WS-NTCDEF-REC
           ADD 1                      TO NTCDEF-RCDS-OUT

           EVALUATE WS-NTC-RSN-CD
              WHEN 'NL'
                 ADD 1                TO NTCDEF-NL-CNT
              WHEN 'RT'
                 ADD 1                TO NTCDEF-RT-CNT
              WHEN OTHER
                 ADD 1                TO NTCDEF-TS-CNT
           END-EVALUATE.

       0013-CHECK-NOTICE-EVIDENCE.

      *    LOOK THE SUBSCRIBER UP ON THE LETTER-HISTORY LEDGER.  THE
      *    EVIDENCE DATE IS THE OLDEST MAILING NOT SINCE RETURNED -
      *    ZERO MEANS THE LAST NOTICE CAME BACK UNDELIVERED.  A
      *    MAILING DATED INSIDE THE NOTICE PERIOD IS TOO RECENT.
      *    WS-NTC-RSN-CD COMES BACK SPACES WHEN THE TERMINATION MAY
      *    BE RELEASED.
           MOVE SPACES                TO WS-NTC-DISP-CD
           MOVE ZEROES                TO WS-NTC-EVID-DT
           MOVE 'NL'                  TO WS-NTC-RSN-CD

           IF WS-LHST-CNT > 0
              SET LHST-INDEX          TO 1
              SEARCH WS-LHST-TBL
                 AT END
                      CONTINUE
                 WHEN LHST-INDEX > WS-LHST-CNT
                      CONTINUE
                 WHEN WS-LHST-SUB-ID (LHST-INDEX) =
                                          GD-SUBR-ID-KEY(4:9)
                      MOVE SPACES     TO WS-NTC-RSN-CD
                      MOVE WS-LHST-EVID-DT (LHST-INDEX)
                                      TO WS-NTC-EVID-DT
                      MOVE WS-LHST-DISP-CD (LHST-INDEX)
                                      TO WS-NTC-DISP-CD
              END-SEARCH
           END-IF

           IF WS-NTC-RSN-CD = SPACES
              IF WS-NTC-EVID-DT = ZERO
                 MOVE 'RT'            TO WS-NTC-RSN-CD
              ELSE
                 COMPUTE WS-NTC-EVID-INTEGER =
                         FUNCTION INTEGER-OF-DATE (WS-NTC-EVID-DT)
                 COMPUTE WS-NTC-DAYS-SINCE =
                         WS-TODAY-INTEGER - WS-NTC-EVID-INTEGER
                 IF WS-NTC-DAYS-SINCE < WS-NOTICE-DAYS
                    MOVE 'TS'         TO WS-NTC-RSN-CD
                 END-IF
              END-IF
           END-IF.

       0003-WRITE-LETTER-REC.
           MOVE TRMHOLD-RCDS-OUT      TO WS-THT-COUNT
           WRITE TERM-HOLD-REC FROM WS-TRMHOLD-TRL.

           MOVE NTCDEF-RCDS-OUT       TO WS-NDT-COUNT
           WRITE NOTICE-DEF-REC FROM WS-NTCDEF-TRL.

           MOVE ESC-RCDS-OUT          TO WS-TRAILER-RCD-COUNT
           WRITE ESCALATION-REC FROM REPORT-MAIL-FILE-TRL.

           MOVE DIAL-RCDS-OUT         TO WS-DLT-REC-COUNT
           MOVE WS-DIAL-DOLLAR-TOT    TO WS-DLT-DOLLAR-TOT
           WRITE DIALER-FILE-REC FROM WS-DIAL-TRL-REC.

       9920-SORT-LETTER-FILE.

      *    THE LETTER CANDIDATES WERE ACCUMULATED ON THE WORK FILE
                         ' RUN ENDED RC ' WS-RETURN-CODE
              WHEN OTHER
                 OPEN OUTPUT SUBR-HIST-OUT-FILE
                 WRITE SUBR-HIST-OUT-REC FROM WS-CYCLE-STAMP-REC
                 IF WS-SH-CNT > 0
                    PERFORM VARYING WS-SH-IX FROM 1 BY 1
                              UNTIL WS-SH-IX > WS-SH-CNT
           MOVE SPACES               TO WS-SH-OUT-REC
           MOVE WS-SH-SUB-ID (WS-SH-IX) TO WS-SHO-SUB-ID
           MOVE WS-SH-NEW-CYCLES     TO WS-SHO-CYCLES
           MOVE ZERO                 TO WS-SHO-DUE-AMT
                                        WS-SHO-PKG-NO
           IF WS-SH-SEEN (WS-SH-IX) = 'Y'
              MOVE WS-SH-THIS-TIER (WS-SH-IX)   TO WS-SHO-TIER
              MOVE WS-SH-THIS-AMT (WS-SH-IX)    TO WS-SHO-DUE-AMT
              MOVE WS-SH-THIS-PKG (WS-SH-IX)    TO WS-SHO-PKG-NO
              MOVE WS-SH-THIS-COUNTY (WS-SH-IX) TO WS-SHO-COUNTY-NM
              MOVE WS-SH-THIS-GRP-KEY (WS-SH-IX) TO WS-SHO-GRP-KEY
           END-IF
           WRITE SUBR-HIST-OUT-REC FROM WS-SH-OUT-REC
           ADD 1                     TO SUBHIST-RCDS-OUT.

      *    TREND PAGE.
           MOVE 'N'                   TO WS-OUT-OF-BAL-FLAG

           COMPUTE EXCP-DIAL-CNT   = EXCP-DC-CNT
                                   + EXCP-CW-CNT
                                   + EXCP-NP-CNT
                                   + EXCP-WN-CNT

           COMPUTE WS-BAL-WORK-CNT = EXTRACT-RCDS-OUT
                                   + WARNING-RCDS-OUT
                                   + CANCEL-RCDS-OUT
                                   + EXCP-RCDS-OUT
                                   - EXCP-RL-CNT
                                   - EXCP-DIAL-CNT
           IF WS-BAL-WORK-CNT NOT = SUBSCRIBERS-READ
              MOVE 'Y'                TO WS-OUT-OF-BAL-FLAG
              DISPLAY '*** OUT OF BALANCE - SUBSCRIBERS READ '
           MOVE WS-RUN-DOLLAR-TOT     TO WS-BAL-RUN-DOLLARS
           MOVE ADREXCP-RCDS-OUT      TO WS-BAL-ADRX-CNT
           MOVE WS-ADRX-DOLLAR-TOT    TO WS-BAL-ADRX-DOLLARS
           MOVE EXCP-DIAL-CNT         TO WS-BAL-EXCP-DIAL-CNT

           OPEN OUTPUT BALANCE-FILE
           WRITE BALANCE-REC FROM WS-BAL-REC
           CLOSE BALANCE-FILE.

       9940-POST-CYCLE-LEDGER.

      *    POST TESTIMSP'S STATUS FOR THE CYCLE.  ONLY A CLEAN, NON-
      *    RESTARTED RUN POSTS COMPLETE - A RESTART LEAVES SUBHSTO
      *    UNROLLED AND THE CYCLE MUST BE RERUN CLEAN.  A WHOLE-BOOK
      *    CYCLE NEEDS NO TESTMRGE STEP.  SUPPLEMENTAL RUNS REWORK A
      *    POSTED CYCLE AND SLICE RUNS ARE POSTED BY TESTMRGE ONCE
      *    THE SLICES ARE FOLDED - NEITHER POSTS HERE.
           IF WS-SUPPL-RUN OR WS-SLICE-RUN
              CONTINUE
           ELSE
              IF WS-CYC-NEW-CYCLE
                 ADD 1               TO WS-CYC-CNT
                 INITIALIZE WS-CYC-REC
                 MOVE WS-CYC-CYCLE-NO TO WS-CYR-CYCLE-NO
                 IF NOT WS-CYC-CHECK-INPUTS
                    MOVE 'Y'         TO WS-CYR-FIRST-FLAG
                 END-IF
              ELSE
                 MOVE WS-CYC-TBL-REC (WS-CYC-CNT) TO WS-CYC-REC
              END-IF

              ACCEPT WS-CYC-TODAY    FROM DATE
              MOVE 20                TO WS-CYC-POST-DATE(1:2)
              MOVE WS-CYC-TODAY      TO WS-CYC-POST-DATE(3:6)

              MOVE WS-CYC-RUN-DATE   TO WS-CYR-RUN-DATE
              MOVE ZERO              TO WS-CYR-SLICE-CNT
                                        WS-CYR-SLICES-DONE
              IF WS-RETURN-CODE = ZERO
                 AND WS-RESTART-FLAG NOT = 'Y'
                 MOVE 'C'            TO WS-CYR-IMSP-STAT
              ELSE
                 MOVE 'F'            TO WS-CYR-IMSP-STAT
              END-IF
              MOVE WS-RETURN-CODE    TO WS-CYR-IMSP-RC
              MOVE WS-CYC-POST-DATE  TO WS-CYR-IMSP-DATE
              MOVE 'N'               TO WS-CYR-MRGE-STAT
              MOVE ZERO              TO WS-CYR-MRGE-RC
                                        WS-CYR-MRGE-DATE
              MOVE WS-CYC-REC        TO WS-CYC-TBL-REC (WS-CYC-CNT)

              PERFORM 9941-REWRITE-CYCLE-LEDGER

              DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' POSTED - TESTIMSP'
                      ' STATUS ' WS-CYR-IMSP-STAT
           END-IF.

       9941-REWRITE-CYCLE-LEDGER.

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

       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** 90+ CANCELLATION RECS = ' CANCEL-RCDS-OUT.
           DISPLAY '**** TERMINATION TRANS OUT = ' TRMTRAN-RCDS-OUT.
           DISPLAY '**** PRE-CANCEL HOLD RECS  = ' TRMHOLD-RCDS-OUT.
           DISPLAY '**** NOTICE-DEFICIENT HOLD = ' NTCDEF-RCDS-OUT.
           DISPLAY '****   NL NO NOTICE ON FILE= ' NTCDEF-NL-CNT.
           DISPLAY '****   RT NOTICE RETURNED  = ' NTCDEF-RT-CNT.
           DISPLAY '****   TS NOTICE TOO RECENT= ' NTCDEF-TS-CNT.
           DISPLAY '**** DELTA - NEW           = ' DELTA-NEW-CNT.
           DISPLAY '**** DELTA - CARRIED       = ' DELTA-CARRIED-CNT.
           DISPLAY '**** DELTA - REINSTATED    = ' DELTA-REINST-CNT.
           DISPLAY '**** DELTA - CURED         = ' DELTA-CURED-CNT.
           DISPLAY '**** LETTER RECORDS OUT    = ' LETTER-RCDS-OUT.
           DISPLAY '**** PRESORT ZIP BATCHES   = ' PRESORT-BATCH-CNT.
           DISPLAY '**** HISTORY RECORDS OUT   = ' SUBHIST-RCDS-OUT.
           DISPLAY '**** BROKEN PROMISES       = ' BROKEN-PROMISE-CNT.
           DISPLAY '**** ESCALATION RECORDS    = ' ESC-RCDS-OUT.
           DISPLAY '**** DIALER CAMPAIGN RECS  = ' DIAL-RCDS-OUT.
           DISPLAY '**** PROMISES CARRIED FWD  = ' PROMISE-RCDS-OUT.
           DISPLAY '**** DOLLARS EXTRACTED     = ' WS-RUN-DOLLAR-TOT.
           DISPLAY '**** CASH WORKLIST RECS    = ' CSHWRK-RCDS-OUT.
           DISPLAY '****   NM NO MEMBER SEG    = ' EXCP-NM-CNT.
           DISPLAY '****   AG UNDER AGE 65     = ' EXCP-AG-CNT.
           DISPLAY '****   RL RETURNED LETTER  = ' EXCP-RL-CNT.
           DISPLAY '****   DC DO NOT CALL      = ' EXCP-DC-CNT.
           DISPLAY '****   CW NO CALL CONSENT  = ' EXCP-CW-CNT.
           DISPLAY '****   NP NO USABLE PHONE  = ' EXCP-NP-CNT.
           DISPLAY '****   WN WRONG NO RESEARCH= ' EXCP-WN-CNT.
      *    RL AND DIALER-EXCLUSION SUBSCRIBERS ARE ON AN AGING FEED AS
      *    WELL AS THE EXCEPTION FILE (ONLY THE LETTER OR THE CALL
      *    WAS SUPPRESSED), SO THEY ARE BACKED OUT OF THE EXCEPTION
      *    SIDE OF THE BALANCE.
           COMPUTE WS-RECON-TOTAL = EXTRACT-RCDS-OUT
                                  + WARNING-RCDS-OUT
                                  + CANCEL-RCDS-OUT
                                  + EXCP-RCDS-OUT
                                  - EXCP-RL-CNT
                                  - EXCP-DIAL-CNT.
           DISPLAY '**** EXTRACTS + EXCEPTIONS = ' WS-RECON-TOTAL.
           IF WS-RECON-TOTAL NOT = SUBSCRIBERS-READ
              DISPLAY '**** WARNING - RECONCILIATION OUT OF BALANCE'
