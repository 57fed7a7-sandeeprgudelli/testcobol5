       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTDIAL.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTDIAL                          ****
      ****    "SENIOR PLAN DELINQUENT DIALER CALL-RESULT PROCESS"  ****
      *****************************************************************
      ****
      ****   PURPOSE:   PROCESS THE DIALER VENDOR'S CALL-RESULT FILE
      ****              AGAINST THE CAMPAIGN TESTIMSP SENT.  EACH
      ****              RESULT IS ONE OF:
      ****                R - RIGHT-PARTY CONTACT
      ****                P - PROMISE TO PAY CAPTURED
      ****                W - WRONG NUMBER
      ****                N - NO ANSWER
      ****              A CAPTURED PROMISE IS WRITTEN IN THE PROMOUT
      ****              LAYOUT SO IT JOINS THE CROSS-CYCLE PROMISE
      ****              TRACKING EXACTLY AS A TYPE 08 NOTE DOES -
      ****              THE NEXT TESTIMSP CYCLE TAGS THE ACCOUNT
      ****              BROKEN IF IT IS STILL DELINQUENT.  A WRONG
      ****              NUMBER GOES ON A PHONE-RESEARCH WORKLIST FOR
      ****              THE MEMBERSHIP UNIT AND ONTO A SUPPRESSION
      ****              BOOK THAT TESTIMSP CONSULTS SO THE SAME
      ****              NUMBER IS NOT DIALED AGAIN.  SUPPRESSIONS
      ****              ARE KEPT BY SUBSCRIBER AND NUMBER AND CARRY
      ****              FORWARD CYCLE TO CYCLE UNTIL A LATER CALL
      ****              REACHES THE RIGHT PARTY ON THAT NUMBER OR
      ****              MEMBERSHIP CLEARS IT ON THE RESOLUTION FEED.
      ****
      ****   INPUTS :   DIALOUT  - CAMPAIGN FILE SENT TO THE VENDOR
      ****              DIALRSLT - VENDOR CALL-RESULT FILE
      ****              PHNSUPPI - PRIOR CYCLE'S SUPPRESSION BOOK
      ****              PHNRES   - MEMBERSHIP PHONE-RESOLUTION FEED
      ****                         (CLEARED SUBSCRIBER IDS AND
      ****                         OPTIONALLY THE NUMBER)
      ****              CYCLCTL  - CYCLE CONTROL LEDGER
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****   OUTPUTS:   PHNWRK   - PHONE-RESEARCH WORKLIST
      ****              PHNSUPP  - WRONG-NUMBER SUPPRESSION BOOK
      ****              DIALPROM - PROMISES CAPTURED (CONCATENATED
      ****                         WITH PROMOUT AS THE NEXT CYCLE'S
      ****                         PROMIN)
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512233  *
      * 10/15/26  SANDEEP R    KEY SUPPRESSIONS BY           CQ512236  *
      *                        SUBSCRIBER AND NUMBER, CLEAR            *
      *                        ONLY THE NUMBER REACHED, RUN            *
      *                        ONLY AGAINST A CYCLE TESTIMSP           *
      *                        HAS POSTED, CHECK PHNSUPPI IS           *
      *                        FROM THE CYCLE BEFORE AND               *
      *                        STAMP PHNSUPP                           *
      * 10/15/26  SANDEEP R    STAMP DIALPROM WITH THE CYCLE CQ512238  *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAMPAIGN-FILE            ASSIGN TO DIALOUT
                                  FILE STATUS IS WS-CMP-FILE-STATUS.

           SELECT CALL-RESULT-FILE         ASSIGN TO DIALRSLT
                                  FILE STATUS IS WS-RSL-FILE-STATUS.

           SELECT PRIOR-SUPP-FILE          ASSIGN TO PHNSUPPI
                                  FILE STATUS IS WS-PSI-FILE-STATUS.

           SELECT RESOLUTION-FILE          ASSIGN TO PHNRES
                                  FILE STATUS IS WS-RES-FILE-STATUS.

           SELECT RESEARCH-WORK-FILE       ASSIGN TO PHNWRK.

           SELECT SUPPRESSION-FILE         ASSIGN TO PHNSUPP.

           SELECT PROMISE-OUT-FILE         ASSIGN TO DIALPROM.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CAMPAIGN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CAMPAIGN-REC                 PIC X(100).

       FD  CALL-RESULT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CALL-RESULT-REC              PIC X(80).

       FD  PRIOR-SUPP-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-SUPP-REC               PIC X(30).

       FD  RESOLUTION-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  RESOLUTION-REC               PIC X(80).

       FD  RESEARCH-WORK-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  RESEARCH-WORK-REC            PIC X(80).

       FD  SUPPRESSION-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  SUPPRESSION-REC              PIC X(30).

       FD  PROMISE-OUT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PROMISE-OUT-REC              PIC X(30).

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
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTDIAL'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CMP-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-CMP-FILE-OK                 VALUE '00'.
               88  WS-CMP-FILE-NOT-FOUND          VALUE '35'.
           05  WS-RSL-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-RSL-FILE-OK                 VALUE '00'.
               88  WS-RSL-FILE-NOT-FOUND          VALUE '35'.
           05  WS-CMP-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-CMP-FILE-EOF                VALUE 'Y'.
           05  WS-RSL-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-RSL-FILE-EOF                VALUE 'Y'.
           05  WS-PSI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PSI-FILE-OK                 VALUE '00'.
               88  WS-PSI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-RES-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-RES-FILE-OK                 VALUE '00'.
               88  WS-RES-FILE-NOT-FOUND          VALUE '35'.
           05  WS-PSI-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-PSI-FILE-EOF                VALUE 'Y'.
           05  WS-RES-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-RES-FILE-EOF                VALUE 'Y'.

      *    IMAGE OF THE 'D' CAMPAIGN RECORD TESTIMSP SENDS THE
      *    DIALER VENDOR (0017-SELECT-DIALER) - THE TWO LAYOUTS MUST
      *    STAY IN STEP.
       01  WS-DIAL-DTL-REC.
           05  WS-DLD-REC-TYPE            PIC X(01).
           05  WS-DLD-SUB-ID              PIC X(09).
           05  WS-DLD-GRP-KEY             PIC X(09).
           05  WS-DLD-FST-NME             PIC X(10).
           05  WS-DLD-LST-NME             PIC X(15).
           05  WS-DLD-PHONE-NO            PIC X(10).
           05  WS-DLD-PHONE-SRC           PIC X(01).
           05  WS-DLD-STATE-CD            PIC X(02).
           05  WS-DLD-TIER                PIC X(01).
           05  WS-DLD-BROKEN-FLAG         PIC X(01).
           05  WS-DLD-DUE-AMT             PIC 9(09)V99.
           05  WS-DLD-DUE-DATE            PIC 9(08).
           05  FILLER                     PIC X(22).

      *    VENDOR CALL-RESULT RECORD - 'H' BATCH HEADER, ONE 'D' PER
      *    COMPLETED CALL ATTEMPT WITH THE NUMBER DIALED, THE RESULT
      *    AND THE CALL DATE, 'T' TRAILER WITH THE RECORD COUNT FOR
      *    BALANCING.  THE PROMISED PAYMENT DATE AND AMOUNT COME ON
      *    A 'P' RESULT AND ARE CARRIED ON THE WORKLIST ONLY - THE
      *    PROMISE ITSELF IS TRACKED BY THE CALL DATE, THE SAME WAY
      *    A TYPE 08 NOTE IS TRACKED BY ITS NOTE DATE.
       01  WS-RSL-REC.
           05  WS-DVR-REC-TYPE            PIC X(01).
               88  WS-DVR-HEADER                  VALUE 'H'.
               88  WS-DVR-DETAIL                  VALUE 'D'.
               88  WS-DVR-TRAILER                 VALUE 'T'.
           05  WS-DVR-SUB-ID              PIC X(09).
           05  WS-DVR-PHONE-NO            PIC X(10).
           05  WS-DVR-RESULT-CD           PIC X(01).
               88  WS-DVR-RIGHT-PARTY             VALUE 'R'.
               88  WS-DVR-PROMISE                 VALUE 'P'.
               88  WS-DVR-WRONG-NUMBER            VALUE 'W'.
               88  WS-DVR-NO-ANSWER               VALUE 'N'.
           05  WS-DVR-CALL-DT             PIC 9(08).
           05  WS-DVR-PROM-PAY-DT         PIC 9(08).
           05  WS-DVR-PROM-PAY-AMT        PIC 9(07)V99.
           05  FILLER                     PIC X(34).

       01  WS-RSL-TRL-R REDEFINES WS-RSL-REC.
           05  FILLER                     PIC X(01).
           05  WS-DVR-TRL-COUNT           PIC 9(09).
           05  FILLER                     PIC X(70).

      *    THE CAMPAIGN WE SENT, HELD IN STORAGE SO EACH RESULT CAN
      *    BE MATCHED BY SUBSCRIBER ID AND THE WORKLIST CAN CARRY THE
      *    NAME AND THE NUMBER AS SENT.
       01  WS-CAMP-FIELDS.
           05  WS-CAMP-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-CAMP-MAX                PIC S9(07) COMP VALUE +500000.
           05  WS-CAMP-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-CAMP-RUN-DT             PIC 9(08) VALUE ZEROES.
           05  WS-DIAL-CURR-DATE          PIC 9(06) VALUE ZEROES.
           05  WS-CAMP-TBL OCCURS 500000 TIMES
                                          INDEXED BY CAMP-INDEX.
               10  WS-CMT-SUB-ID          PIC X(09).
               10  WS-CMT-GRP-KEY         PIC X(09).
               10  WS-CMT-FST-NME         PIC X(10).
               10  WS-CMT-LST-NME         PIC X(15).
               10  WS-CMT-PHONE-NO        PIC X(10).
               10  WS-CMT-PHONE-SRC       PIC X(01).
               10  WS-CMT-STATE-CD        PIC X(02).

      *    THE DATE POSTED FOR A RESULT - THE VENDOR'S CALL DATE,
      *    ELSE THE CAMPAIGN HEADER'S RUN DATE.
       01  WS-RESULT-FIELDS.
           05  WS-RESULT-DT               PIC 9(08) VALUE ZEROES.
           05  WS-RESULT-PHONE            PIC X(10) VALUE SPACES.

       01  WS-WORKLIST-REC.
           05  WS-PWK-SUB-ID              PIC X(09).
           05  WS-PWK-DLM1                PIC X(01) VALUE ';'.
           05  WS-PWK-FST-NME             PIC X(10).
           05  WS-PWK-DLM2                PIC X(01) VALUE ';'.
           05  WS-PWK-LST-NME             PIC X(15).
           05  WS-PWK-DLM3                PIC X(01) VALUE ';'.
           05  WS-PWK-PHONE-NO            PIC X(10).
           05  WS-PWK-DLM4                PIC X(01) VALUE ';'.
           05  WS-PWK-PHONE-SRC           PIC X(01).
           05  WS-PWK-DLM5                PIC X(01) VALUE ';'.
           05  WS-PWK-STATE-CD            PIC X(02).
           05  WS-PWK-DLM6                PIC X(01) VALUE ';'.
           05  WS-PWK-GRP-KEY             PIC X(09).
           05  WS-PWK-DLM7                PIC X(01) VALUE ';'.
           05  WS-PWK-CALL-DT             PIC 9(08).
           05  WS-PWK-DLM8                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  WS-WORKLIST-HDR.
           05  FILLER                     PIC X(09) VALUE 'SUB-ID   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(10) VALUE 'FIRST NAME'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
                                          VALUE 'LAST  NAME     '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(10) VALUE 'PHONE DIAL'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(01) VALUE 'S'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(02) VALUE 'ST'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE 'CALLDATE'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE SPACES.

       01  WS-WORKLIST-TRL.
           05  WS-PWT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-PWT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-PWT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(64) VALUE SPACES.

      *    SUPPRESSION RECORD - TESTIMSP (0094-LOAD-PHONE-SUPP) READS
      *    THE SUBSCRIBER ID FROM 1-9 AND THE WRONG NUMBER FROM 10-19.
      *    A SUBSCRIBER MAY HAVE ONE RECORD PER WRONG NUMBER.  THE
      *    FIRST RECORD OF THE FILE IS THE CYCLE STAMP.
       01  WS-SUPP-OUT-REC.
           05  WS-SPO-SUB-ID              PIC X(09).
           05  WS-SPO-PHONE-NO            PIC X(10).
           05  WS-SPO-RESULT-DT           PIC 9(08).
           05  FILLER                     PIC X(03) VALUE SPACES.

      *    PROMISE RECORD IN THE TESTIMSP PROMOUT LAYOUT (WS-PROM-
      *    OUT-REC) - THE TWO LAYOUTS MUST STAY IN STEP.  THE FIRST
      *    RECORD OF THE FILE IS THE CYCLE STAMP, SO A STALE DIALPROM
      *    CONCATENATED INTO PROMIN IS CAUGHT BY TESTIMSP.
       01  WS-PROM-OUT-REC.
           05  WS-PMO-SUB-ID              PIC X(09).
           05  WS-PMO-NOTE-DT             PIC 9(08).
           05  FILLER                     PIC X(13) VALUE SPACES.

      *    THE SUPPRESSION BOOK, HELD IN STORAGE FOR THE WHOLE RUN -
      *    LAST CYCLE'S PHNSUPP COMES BACK IN ON PHNSUPPI AND NEW
      *    WRONG NUMBERS ARE ADDED TO IT.  A SUPPRESSED NUMBER IS NOT
      *    DIALED AND SO GETS NO NEW RESULT, SO AN ENTRY STAYS ON THE
      *    BOOK UNTIL SOMETHING POSITIVE CLEARS IT: A LATER RIGHT-
      *    PARTY CONTACT OR PROMISE ON THAT SAME NUMBER (ONE
      *    MEMBERSHIP CORRECTED), OR MEMBERSHIP'S PHONE-RESOLUTION
      *    FEED.  ENTRIES ARE KEYED BY SUBSCRIBER AND NUMBER, AS
      *    TESTIMSP MATCHES THEM - A CONTACT ON A SUBSCRIBER'S OTHER
      *    NUMBER LEAVES THE WRONG ONE SUPPRESSED.
       01  WS-PSUP-FIELDS.
           05  WS-PSUP-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-PSUP-MAX                PIC S9(07) COMP VALUE +200000.
           05  WS-PSUP-IX                 PIC S9(07) COMP VALUE +0.
           05  WS-PSUP-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-PSUP-SRCH-ID            PIC X(09) VALUE SPACES.
           05  WS-PSUP-SRCH-PHONE         PIC X(10) VALUE SPACES.
           05  WS-PSUP-RES-CLEARED        PIC S9(07) COMP VALUE +0.
           05  WS-PSUP-TBL OCCURS 200000 TIMES
                                          INDEXED BY PSUP-INDEX.
               10  WS-PSU-SUB-ID          PIC X(09).
               10  WS-PSU-PHONE-NO        PIC X(10).
               10  WS-PSU-RESULT-DT       PIC 9(08).
               10  WS-PSU-STATUS          PIC X(01).
                   88  WS-PSU-ACTIVE              VALUE 'A'.
                   88  WS-PSU-CLEARED             VALUE 'C'.
               10  WS-PSU-SRC             PIC X(01).

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME RECORD AND STAMP
      *    IMAGES AND RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-
      *    FIELDS - THE LAYOUTS MUST STAY IN STEP.  THIS STEP READS
      *    THE CAMPAIGN FROM THE LAST CYCLE ON THE LEDGER, ONCE
      *    TESTIMSP (AND TESTMRGE ON A SLICED CYCLE) HAS POSTED IT
      *    COMPLETE.  IT KEEPS NO STATUS OF ITS OWN ON THE LEDGER -
      *    A RERUN READS THE SAME PHNSUPPI AND REWRITES THE OUTPUTS.
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
           05  WS-CYC-STAMP-DD            PIC X(08) VALUE SPACES.
           05  WS-CYC-STAMP-CNT           PIC S9(07) COMP VALUE +0.
           05  WS-CYC-CNT                 PIC S9(04) COMP VALUE +0.
           05  WS-CYC-MAX                 PIC S9(04) COMP VALUE +1000.
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

      *    CYCLE STAMP - THE FIRST RECORD OF PHNSUPP AND DIALPROM.
      *    READERS KNOW IT BY THE LITERAL IN POSITIONS 1-9.
       01  WS-CYCLE-STAMP-REC.
           05  WS-CST-STAMP-ID            PIC X(09) VALUE 'CYCLEHDR '.
           05  WS-CST-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CST-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CST-PROGRAM             PIC X(08) VALUE 'TESTDIAL'.

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
           05  CAMPAIGN-LOADED            PIC 9(09) VALUE 0.
           05  RESULTS-READ               PIC 9(09) VALUE 0.
           05  RESULTS-RIGHT-PARTY        PIC 9(09) VALUE 0.
           05  RESULTS-PROMISE            PIC 9(09) VALUE 0.
           05  RESULTS-WRONG-NUMBER       PIC 9(09) VALUE 0.
           05  RESULTS-NO-ANSWER          PIC 9(09) VALUE 0.
           05  RESULTS-BAD-CODE           PIC 9(09) VALUE 0.
           05  RESULTS-UNMATCHED          PIC 9(09) VALUE 0.
           05  WORKLIST-RCDS-OUT          PIC 9(09) VALUE 0.
           05  PROMISE-RCDS-OUT           PIC 9(09) VALUE 0.
           05  PRIOR-SUPP-IN              PIC 9(09) VALUE 0.
           05  RES-CARDS-READ             PIC 9(09) VALUE 0.
           05  SUPP-NEW-CNT               PIC 9(09) VALUE 0.
           05  SUPP-CARRIED-CNT           PIC 9(09) VALUE 0.
           05  SUPP-CLEARED-CON           PIC 9(09) VALUE 0.
           05  SUPP-CLEARED-RES           PIC 9(09) VALUE 0.
           05  SUPP-RCDS-OUT              PIC 9(09) VALUE 0.
           05  WS-VENDOR-TRL-CNT          PIC 9(09) VALUE 0.
           05  WS-VENDOR-TRL-FND          PIC X(01) VALUE 'N'.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.


       PROCEDURE DIVISION.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTDIAL *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

      *    THE CYCLE IS CHECKED AND THE CARRIED-FORWARD SUPPRESSION
      *    BOOK VERIFIED BEFORE ANY OUTPUT IS OPENED.
           PERFORM 0050-CHECK-CYCLE-LEDGER.
           PERFORM 0250-LOAD-PRIOR-SUPP.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-CAMPAIGN-FILE.
           PERFORM 0260-APPLY-RESOLUTIONS.
           PERFORM 0300-PROCESS-RESULTS.
           PERFORM 0350-WRITE-SUPPRESSIONS.
           PERFORM 0400-WRITE-TRAILERS.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 900000-DISPLAY-STATS.
           CLOSE CALL-RESULT-FILE.
           CLOSE RESEARCH-WORK-FILE.
           CLOSE SUPPRESSION-FILE.
           CLOSE PROMISE-OUT-FILE.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-CHECK-CYCLE-LEDGER.

      *    THE CAMPAIGN WORKED HERE BELONGS TO THE LAST CYCLE ON THE
      *    LEDGER.  IT MUST BE POSTED COMPLETE BY TESTIMSP (AND BY
      *    TESTMRGE WHEN IT RAN SLICED).  PHNSUPPI MUST THEN BE THE
      *    BOOK THIS STEP WROTE FOR THE CYCLE BEFORE.
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

      *    A FIRST CYCLE HAS NO PRIOR BOOK AND NEEDS THE OVERRIDE -
      *    ANY LATER CYCLE MUST NOT CARRY ONE.
           IF WS-CYR-FIRST-FLAG = 'Y'
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' IS A FIRST'
                         ' CYCLE - TESTDIAL NEEDS THE FIRSTCYC'
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
      *    CALLER MOVES IT TO WS-CYCLE-STAMP-IN) MUST NAME THE
      *    PRECEDING CYCLE.
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

           OPEN INPUT CAMPAIGN-FILE
           IF NOT WS-CMP-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*           0100-OPEN-FILES             ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** DIALOUT OPEN STATUS = '
                      WS-CMP-FILE-STATUS
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           OPEN INPUT CALL-RESULT-FILE
           IF NOT WS-RSL-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*           0100-OPEN-FILES             ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** DIALRSLT OPEN STATUS= '
                      WS-RSL-FILE-STATUS
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           OPEN OUTPUT RESEARCH-WORK-FILE
           WRITE RESEARCH-WORK-REC FROM WS-WORKLIST-HDR

           OPEN OUTPUT SUPPRESSION-FILE
           WRITE SUPPRESSION-REC FROM WS-CYCLE-STAMP-REC

           OPEN OUTPUT PROMISE-OUT-FILE
           WRITE PROMISE-OUT-REC FROM WS-CYCLE-STAMP-REC.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-LOAD-CAMPAIGN-FILE.

      *    HOLD EVERY 'D' CAMPAIGN RECORD WE SENT IN STORAGE, KEYED
      *    BY SUBSCRIBER ID.  THE 'H' HEADER AND 'T' TRAILER ARE
      *    CONTROL RECORDS - THE HEADER'S RUN DATE STANDS IN FOR A
      *    RESULT THAT COMES BACK WITH NO USABLE CALL DATE.
           MOVE 'N'                  TO WS-CMP-EOF-FLAG
           MOVE ZEROES               TO WS-CAMP-RUN-DT

           PERFORM UNTIL WS-CMP-FILE-EOF
              READ CAMPAIGN-FILE
                 AT END
                    MOVE 'Y'         TO WS-CMP-EOF-FLAG
                 NOT AT END
                    MOVE CAMPAIGN-REC TO WS-DIAL-DTL-REC
                    IF WS-DLD-REC-TYPE = 'H'
                       AND CAMPAIGN-REC(2:8) IS NUMERIC
                       MOVE CAMPAIGN-REC(2:8) TO WS-CAMP-RUN-DT
                    END-IF
                    IF WS-DLD-REC-TYPE = 'D'
                       IF WS-CAMP-CNT >= WS-CAMP-MAX
                          MOVE 50 TO WS-RETURN-CODE
                          DISPLAY '**** CAMPAIGN TABLE FULL -'
                                  ' RAISE WS-CAMP-MAX AND RERUN'
                          CLOSE CAMPAIGN-FILE
                          GO TO 000000-MAINLINE-CLOSE-DOWN
                       END-IF
                       ADD 1         TO WS-CAMP-CNT
                                        CAMPAIGN-LOADED
                       MOVE WS-DLD-SUB-ID TO
                            WS-CMT-SUB-ID (WS-CAMP-CNT)
                       MOVE WS-DLD-GRP-KEY TO
                            WS-CMT-GRP-KEY (WS-CAMP-CNT)
                       MOVE WS-DLD-FST-NME TO
                            WS-CMT-FST-NME (WS-CAMP-CNT)
                       MOVE WS-DLD-LST-NME TO
                            WS-CMT-LST-NME (WS-CAMP-CNT)
                       MOVE WS-DLD-PHONE-NO TO
                            WS-CMT-PHONE-NO (WS-CAMP-CNT)
                       MOVE WS-DLD-PHONE-SRC TO
                            WS-CMT-PHONE-SRC (WS-CAMP-CNT)
                       MOVE WS-DLD-STATE-CD TO
                            WS-CMT-STATE-CD (WS-CAMP-CNT)
                    END-IF
              END-READ
           END-PERFORM

           CLOSE CAMPAIGN-FILE

           IF WS-CAMP-RUN-DT = ZERO
              ACCEPT WS-DIAL-CURR-DATE FROM DATE
              MOVE 20                TO WS-CAMP-RUN-DT(1:2)
              MOVE WS-DIAL-CURR-DATE TO WS-CAMP-RUN-DT(3:6)
              DISPLAY '*** WARNING - NO RUN DATE ON DIALOUT HEADER,'
                      ' UNDATED RESULTS POSTED AS ' WS-CAMP-RUN-DT
           END-IF

           DISPLAY '*** CAMPAIGN RECORDS LOADED = ' WS-CAMP-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0250-LOAD-PRIOR-SUPP.

      *    LOAD THE PRIOR CYCLE'S SUPPRESSION BOOK (PHNSUPPI DD, THE
      *    PREVIOUS RUN'S PHNSUPP).  THE BOOK MUST CARRY LAST
      *    CYCLE'S STAMP; ONLY A FIRST CYCLE MAY RUN WITHOUT IT.
      *    NOTHING IS OPEN FOR OUTPUT YET.
           MOVE 'N'                  TO WS-PSI-EOF-FLAG
           MOVE 'PHNSUPPI'           TO WS-CYC-STAMP-DD
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
      *                   A BYPASSED SUPPRESSION IS A KNOWN WRONG
      *                   NUMBER DIALED AGAIN - STOP INSTEAD.
                          IF WS-PSUP-CNT >= WS-PSUP-MAX
                             MOVE 51 TO WS-RETURN-CODE
                             DISPLAY '****  SUPPRESSION TABLE FULL'
                                     ' AT ' WS-PSUP-CNT ' - RAISE'
                                     ' WS-PSUP-MAX AND RERUN'
                             CLOSE PRIOR-SUPP-FILE
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-PSUP-CNT
                                        PRIOR-SUPP-IN
                          MOVE PRIOR-SUPP-REC(1:9) TO
                               WS-PSU-SUB-ID (WS-PSUP-CNT)
                          MOVE PRIOR-SUPP-REC(10:10) TO
                               WS-PSU-PHONE-NO (WS-PSUP-CNT)
                          IF PRIOR-SUPP-REC(20:8) IS NUMERIC
                             MOVE PRIOR-SUPP-REC(20:8) TO
                                  WS-PSU-RESULT-DT (WS-PSUP-CNT)
                          ELSE
                             MOVE ZEROES TO
                                  WS-PSU-RESULT-DT (WS-PSUP-CNT)
                          END-IF
                          MOVE 'A'   TO WS-PSU-STATUS (WS-PSUP-CNT)
                          MOVE 'P'   TO WS-PSU-SRC (WS-PSUP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-SUPP-FILE
              PERFORM 0056-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** PRIOR SUPPRESSIONS LOADED = ' PRIOR-SUPP-IN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0260-APPLY-RESOLUTIONS.

      *    MEMBERSHIP'S PHONE-RESOLUTION FEED (PHNRES DD) - ONE CARD
      *    PER RESEARCHED SUBSCRIBER, ID IN COLUMNS 1-9 AND THE
      *    NUMBER RESOLVED IN COLUMNS 10-19.  A BLANK NUMBER CLEARS
      *    EVERY SUPPRESSION HELD FOR THE SUBSCRIBER.  A RESOLVED
      *    NUMBER CLEARS THE SUPPRESSION SO THE NEXT TESTIMSP CYCLE
      *    DIALS THE SUBSCRIBER AGAIN.  A NEW WRONG-NUMBER RESULT
      *    ARRIVING THIS SAME CYCLE (0330) RE-SUPPRESSES.  A MISSING
      *    FILE MEANS NOTHING RESOLVED.
           MOVE 'N'                  TO WS-RES-EOF-FLAG
           OPEN INPUT RESOLUTION-FILE

           IF WS-RES-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-RES-EOF-FLAG
           ELSE
              PERFORM UNTIL WS-RES-FILE-EOF
                 READ RESOLUTION-FILE
                    AT END
                       MOVE 'Y'      TO WS-RES-EOF-FLAG
                    NOT AT END
                       IF RESOLUTION-REC(1:9) NOT = SPACES
                          ADD 1      TO RES-CARDS-READ
                          MOVE RESOLUTION-REC(1:9)
                                     TO WS-PSUP-SRCH-ID
                          MOVE RESOLUTION-REC(10:10)
                                     TO WS-PSUP-SRCH-PHONE
                          PERFORM 0265-CLEAR-RESOLVED
                          IF WS-PSUP-RES-CLEARED = ZERO
                             DISPLAY '*** WARNING - RESOLUTION'
                                     ' CARD FOR UNSUPPRESSED'
                                     ' SUBSCRIBER ' WS-PSUP-SRCH-ID
                                     ' ' WS-PSUP-SRCH-PHONE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESOLUTION-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0265-CLEAR-RESOLVED.

      *    CLEAR THE ACTIVE ENTRY FOR THE SUBSCRIBER AND NUMBER ON
      *    THE CARD - OR, WITH NO NUMBER ON THE CARD, EVERY ACTIVE
      *    ENTRY FOR THE SUBSCRIBER.
           MOVE ZERO                 TO WS-PSUP-RES-CLEARED

           IF WS-PSUP-CNT > 0
              PERFORM VARYING WS-PSUP-IX FROM 1 BY 1
                        UNTIL WS-PSUP-IX > WS-PSUP-CNT
                 IF WS-PSU-SUB-ID (WS-PSUP-IX) = WS-PSUP-SRCH-ID
                    AND WS-PSU-ACTIVE (WS-PSUP-IX)
                    AND (WS-PSUP-SRCH-PHONE = SPACES
                     OR WS-PSU-PHONE-NO (WS-PSUP-IX) =
                                          WS-PSUP-SRCH-PHONE)
                    MOVE 'C'         TO WS-PSU-STATUS (WS-PSUP-IX)
                    ADD 1            TO SUPP-CLEARED-RES
                                        WS-PSUP-RES-CLEARED
                 END-IF
              END-PERFORM
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-PROCESS-RESULTS.

           MOVE 'N'                  TO WS-RSL-EOF-FLAG

           PERFORM UNTIL WS-RSL-FILE-EOF
              READ CALL-RESULT-FILE
                 AT END
                    MOVE 'Y'         TO WS-RSL-EOF-FLAG
                 NOT AT END
                    MOVE CALL-RESULT-REC TO WS-RSL-REC
                    EVALUATE TRUE
                       WHEN WS-DVR-HEADER
                          CONTINUE
                       WHEN WS-DVR-TRAILER
                          MOVE 'Y'   TO WS-VENDOR-TRL-FND
                          MOVE WS-DVR-TRL-COUNT
                                     TO WS-VENDOR-TRL-CNT
                       WHEN WS-DVR-DETAIL
                          ADD 1      TO RESULTS-READ
                          PERFORM 0305-POST-RESULT
                       WHEN OTHER
                          DISPLAY '*** WARNING - UNRECOGNIZED'
                                  ' VENDOR RECORD BYPASSED - '
                                  CALL-RESULT-REC(1:20)
                    END-EVALUATE
              END-READ
           END-PERFORM.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0305-POST-RESULT.

      *    MATCH THE RESULT TO THE 'D' RECORD WE SENT BY SUBSCRIBER
      *    ID, THEN ACT ON THE RESULT CODE.  A RESULT FOR A
      *    SUBSCRIBER WE NEVER SENT IS STILL ACTED ON (A PROMISE IS
      *    A PROMISE, A WRONG NUMBER IS STILL WORTH RESEARCHING) BUT
      *    IS COUNTED SO THE VENDOR CAN BE QUESTIONED ABOUT IT.
           MOVE 'N'                  TO WS-CAMP-FOUND-FLAG

           IF WS-CAMP-CNT > 0
              SET CAMP-INDEX         TO 1
              SEARCH WS-CAMP-TBL
                 AT END
                      CONTINUE
                 WHEN CAMP-INDEX > WS-CAMP-CNT
                      CONTINUE
                 WHEN WS-CMT-SUB-ID (CAMP-INDEX) = WS-DVR-SUB-ID
                      MOVE 'Y'       TO WS-CAMP-FOUND-FLAG
              END-SEARCH
           END-IF

           IF WS-CAMP-FOUND-FLAG NOT = 'Y'
              ADD 1                  TO RESULTS-UNMATCHED
           END-IF

           IF WS-DVR-CALL-DT IS NUMERIC
              AND WS-DVR-CALL-DT > ZERO
              MOVE WS-DVR-CALL-DT    TO WS-RESULT-DT
           ELSE
              MOVE WS-CAMP-RUN-DT    TO WS-RESULT-DT
           END-IF

      *    THE NUMBER SUPPRESSED MUST BE THE ONE TESTIMSP WOULD
      *    DIAL AGAIN - THE NUMBER AS SENT, ELSE AS THE VENDOR
      *    REPORTS IT.
           IF WS-CAMP-FOUND-FLAG = 'Y'
              MOVE WS-CMT-PHONE-NO (CAMP-INDEX) TO WS-RESULT-PHONE
           ELSE
              MOVE WS-DVR-PHONE-NO   TO WS-RESULT-PHONE
           END-IF

           EVALUATE TRUE
              WHEN WS-DVR-RIGHT-PARTY
                 ADD 1               TO RESULTS-RIGHT-PARTY
                 PERFORM 0320-CLEAR-ON-CONTACT
              WHEN WS-DVR-PROMISE
                 ADD 1               TO RESULTS-PROMISE
                 PERFORM 0320-CLEAR-ON-CONTACT
                 PERFORM 0315-WRITE-PROMISE-REC
              WHEN WS-DVR-WRONG-NUMBER
                 ADD 1               TO RESULTS-WRONG-NUMBER
                 PERFORM 0310-WRITE-WORKLIST
                 IF WS-RESULT-PHONE NOT = SPACES
                    PERFORM 0330-ADD-SUPPRESSION
                 END-IF
              WHEN WS-DVR-NO-ANSWER
                 ADD 1               TO RESULTS-NO-ANSWER
              WHEN OTHER
                 ADD 1               TO RESULTS-BAD-CODE
                 DISPLAY '*** WARNING - UNKNOWN RESULT CODE '
                         WS-DVR-RESULT-CD ' FOR SUBSCRIBER '
                         WS-DVR-SUB-ID
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0310-WRITE-WORKLIST.

      *    ONE PHONE-RESEARCH LINE PER WRONG NUMBER, WITH THE NAME
      *    AND NUMBER AS SENT.  AN UNMATCHED RESULT LEAVES THE NAME
      *    COLUMNS BLANK.
           MOVE SPACES               TO WS-WORKLIST-REC
           MOVE ';'                  TO WS-PWK-DLM1
                                        WS-PWK-DLM2
                                        WS-PWK-DLM3
                                        WS-PWK-DLM4
                                        WS-PWK-DLM5
                                        WS-PWK-DLM6
                                        WS-PWK-DLM7
                                        WS-PWK-DLM8
           MOVE WS-DVR-SUB-ID        TO WS-PWK-SUB-ID
           MOVE WS-RESULT-PHONE      TO WS-PWK-PHONE-NO
           MOVE WS-RESULT-DT         TO WS-PWK-CALL-DT

           IF WS-CAMP-FOUND-FLAG = 'Y'
              MOVE WS-CMT-FST-NME (CAMP-INDEX)   TO WS-PWK-FST-NME
              MOVE WS-CMT-LST-NME (CAMP-INDEX)   TO WS-PWK-LST-NME
              MOVE WS-CMT-PHONE-SRC (CAMP-INDEX) TO WS-PWK-PHONE-SRC
              MOVE WS-CMT-STATE-CD (CAMP-INDEX)  TO WS-PWK-STATE-CD
              MOVE WS-CMT-GRP-KEY (CAMP-INDEX)   TO WS-PWK-GRP-KEY
           END-IF

           WRITE RESEARCH-WORK-REC FROM WS-WORKLIST-REC
           ADD 1                     TO WORKLIST-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0315-WRITE-PROMISE-REC.

      *    THE CAPTURED PROMISE ENTERS THE CROSS-CYCLE TRACKING
      *    DATED THE DAY IT WAS MADE, AS A TYPE 08 NOTE IS - IF THE
      *    ACCOUNT IS STILL DELINQUENT NEXT CYCLE TESTIMSP TAGS IT
      *    BROKEN.
           MOVE SPACES               TO WS-PROM-OUT-REC
           MOVE WS-DVR-SUB-ID        TO WS-PMO-SUB-ID
           MOVE WS-RESULT-DT         TO WS-PMO-NOTE-DT
           WRITE PROMISE-OUT-REC FROM WS-PROM-OUT-REC
           ADD 1                     TO PROMISE-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0320-CLEAR-ON-CONTACT.

      *    THE VENDOR REACHED THE SUBSCRIBER - AN OUTSTANDING
      *    WRONG-NUMBER SUPPRESSION ON THE NUMBER THAT REACHED THEM
      *    IS RESOLVED.  ONE ON ANY OTHER NUMBER STILL STANDS.  THE
      *    NUMBER REACHED IS THE ONE THE VENDOR REPORTS DIALING,
      *    ELSE THE NUMBER AS SENT.
           MOVE WS-DVR-SUB-ID        TO WS-PSUP-SRCH-ID
           IF WS-DVR-PHONE-NO NOT = SPACES
              MOVE WS-DVR-PHONE-NO   TO WS-PSUP-SRCH-PHONE
           ELSE
              MOVE WS-RESULT-PHONE   TO WS-PSUP-SRCH-PHONE
           END-IF
           PERFORM 0340-FIND-SUPP-ENTRY

           IF WS-PSUP-FOUND-FLAG = 'Y'
              AND WS-PSU-ACTIVE (WS-PSUP-IX)
              MOVE 'C'               TO WS-PSU-STATUS (WS-PSUP-IX)
              ADD 1                  TO SUPP-CLEARED-CON
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0330-ADD-SUPPRESSION.

      *    PUT THE WRONG NUMBER ON THE SUPPRESSION BOOK - A NEW
      *    ENTRY FOR A NUMBER NOT YET HELD FOR THE SUBSCRIBER, OR
      *    THE EXISTING ENTRY FOR THAT NUMBER REFRESHED (AND
      *    RE-ACTIVATED, IF A RESOLUTION EARLIER IN THIS RUN HAD
      *    CLEARED IT) WITH THE LATEST DATE.  A SECOND WRONG NUMBER
      *    FOR THE SUBSCRIBER IS ADDED ALONGSIDE THE FIRST.
           MOVE WS-DVR-SUB-ID        TO WS-PSUP-SRCH-ID
           MOVE WS-RESULT-PHONE      TO WS-PSUP-SRCH-PHONE
           PERFORM 0340-FIND-SUPP-ENTRY

           IF WS-PSUP-FOUND-FLAG = 'Y'
              MOVE 'A'               TO WS-PSU-STATUS (WS-PSUP-IX)
              MOVE WS-RESULT-DT      TO WS-PSU-RESULT-DT (WS-PSUP-IX)
           ELSE
              IF WS-PSUP-CNT >= WS-PSUP-MAX
                 MOVE 51 TO WS-RETURN-CODE
                 DISPLAY '****  SUPPRESSION TABLE FULL AT '
                         WS-PSUP-CNT ' - RAISE WS-PSUP-MAX AND'
                         ' RERUN'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
              END-IF
              ADD 1                  TO WS-PSUP-CNT
                                        SUPP-NEW-CNT
              MOVE WS-PSUP-CNT       TO WS-PSUP-IX
              MOVE WS-DVR-SUB-ID     TO WS-PSU-SUB-ID (WS-PSUP-IX)
              MOVE WS-RESULT-PHONE   TO WS-PSU-PHONE-NO (WS-PSUP-IX)
              MOVE WS-RESULT-DT      TO WS-PSU-RESULT-DT (WS-PSUP-IX)
              MOVE 'A'               TO WS-PSU-STATUS (WS-PSUP-IX)
              MOVE 'N'               TO WS-PSU-SRC (WS-PSUP-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0340-FIND-SUPP-ENTRY.

      *    THE BOOK IS KEYED BY SUBSCRIBER AND NUMBER.
           MOVE 'N'                  TO WS-PSUP-FOUND-FLAG
           MOVE ZERO                 TO WS-PSUP-IX

           IF WS-PSUP-CNT > 0
              SET PSUP-INDEX         TO 1
              SEARCH WS-PSUP-TBL
                 AT END
                      CONTINUE
                 WHEN PSUP-INDEX > WS-PSUP-CNT
                      CONTINUE
                 WHEN WS-PSU-SUB-ID (PSUP-INDEX) = WS-PSUP-SRCH-ID
                  AND WS-PSU-PHONE-NO (PSUP-INDEX) =
                                          WS-PSUP-SRCH-PHONE
                      MOVE 'Y'       TO WS-PSUP-FOUND-FLAG
                      SET WS-PSUP-IX TO PSUP-INDEX
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0350-WRITE-SUPPRESSIONS.

      *    WRITE EVERY STILL-ACTIVE ENTRY - CARRIED OR NEW - SO A
      *    SUPPRESSION PERSISTS UNTIL THE NUMBER IS ACTUALLY FIXED,
      *    NOT JUST UNTIL THE CYCLE AFTER THE WRONG NUMBER.
           IF WS-PSUP-CNT > 0
              PERFORM VARYING WS-PSUP-IX FROM 1 BY 1
                        UNTIL WS-PSUP-IX > WS-PSUP-CNT
                 IF WS-PSU-ACTIVE (WS-PSUP-IX)
                    MOVE SPACES      TO WS-SUPP-OUT-REC
                    MOVE WS-PSU-SUB-ID (WS-PSUP-IX)
                                     TO WS-SPO-SUB-ID
                    MOVE WS-PSU-PHONE-NO (WS-PSUP-IX)
                                     TO WS-SPO-PHONE-NO
                    MOVE WS-PSU-RESULT-DT (WS-PSUP-IX)
                                     TO WS-SPO-RESULT-DT
                    WRITE SUPPRESSION-REC FROM WS-SUPP-OUT-REC
                    ADD 1            TO SUPP-RCDS-OUT
                    IF WS-PSU-SRC (WS-PSUP-IX) = 'P'
                       ADD 1         TO SUPP-CARRIED-CNT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-WRITE-TRAILERS.

           MOVE WORKLIST-RCDS-OUT    TO WS-PWT-COUNT
           WRITE RESEARCH-WORK-REC FROM WS-WORKLIST-TRL

      *    THE VENDOR TRAILER MUST TIE TO THE DETAILS RECEIVED - AN
      *    OUT-OF-BALANCE FILE IS PROCESSED BUT FLAGGED SO THE
      *    SCHEDULER HOLDS ANYTHING DOWNSTREAM.
           IF WS-VENDOR-TRL-FND NOT = 'Y'
              MOVE 8 TO WS-RETURN-CODE
              DISPLAY '*** WARNING - NO VENDOR TRAILER RECORD ON'
                      ' DIALRSLT'
           ELSE
              IF WS-VENDOR-TRL-CNT NOT = RESULTS-READ
                 MOVE 8 TO WS-RETURN-CODE
                 DISPLAY '*** WARNING - VENDOR TRAILER COUNT '
                         WS-VENDOR-TRL-CNT ' DOES NOT TIE TO '
                         RESULTS-READ ' DETAILS READ'
              END-IF
           END-IF

           IF RESULTS-UNMATCHED > 0 OR RESULTS-BAD-CODE > 0
              IF WS-RETURN-CODE = ZERO
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTDIAL COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** CAMPAIGN RECS LOADED  = ' CAMPAIGN-LOADED.
           DISPLAY '**** VENDOR RESULTS READ   = ' RESULTS-READ.
           DISPLAY '****   RIGHT-PARTY CONTACT = ' RESULTS-RIGHT-PARTY.
           DISPLAY '****   PROMISE CAPTURED    = ' RESULTS-PROMISE.
           DISPLAY '****   WRONG NUMBER        = ' RESULTS-WRONG-NUMBER.
           DISPLAY '****   NO ANSWER           = ' RESULTS-NO-ANSWER.
           DISPLAY '****   UNKNOWN RESULT CODE = ' RESULTS-BAD-CODE.
           DISPLAY '****   RESULT, NOT SENT    = ' RESULTS-UNMATCHED.
           DISPLAY '**** PROMISE RECORDS OUT   = ' PROMISE-RCDS-OUT.
           DISPLAY '**** WORKLIST RECORDS OUT  = ' WORKLIST-RCDS-OUT.
           DISPLAY '**** PRIOR SUPPRESSIONS IN = ' PRIOR-SUPP-IN.
           DISPLAY '**** RESOLUTION CARDS READ = ' RES-CARDS-READ.
           DISPLAY '****   CLEARED - RESOLVED  = ' SUPP-CLEARED-RES.
           DISPLAY '****   CLEARED - CONTACTED = ' SUPP-CLEARED-CON.
           DISPLAY '**** SUPPRESSIONS - NEW    = ' SUPP-NEW-CNT.
           DISPLAY '**** SUPPRESSIONS CARRIED  = ' SUPP-CARRIED-CNT.
           DISPLAY '**** SUPPRESSION RECS OUT  = ' SUPP-RCDS-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTDIAL SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
