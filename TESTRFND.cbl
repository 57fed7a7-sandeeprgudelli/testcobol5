       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTRFND.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTRFND                          ****
      ****   "SENIOR PLAN TERMINATED-MEMBER CREDIT BALANCE REFUND" ****
      *****************************************************************
      ****
      ****   PURPOSE:   FIND EVERY SUBSCRIBER ON THE CURRENT OR
      ****              PRIOR CYCLE'S TERMINATION FILE WHOSE VSFPCSH
      ****              SUSPENSE CASH IS STILL POSITIVE AFTER THE
      ****              COVERAGE END DATE, ONCE THE PREMIUM STILL
      ****              OWED FOR THE COVERED MONTHS (VSFPBIR ROOTS
      ****              DUE ON OR BEFORE COVERAGE END) IS NETTED
      ****              OFF.  THE EXCESS IS WRITTEN TO A REFUND
      ****              REQUEST FEED FOR ACCOUNTS PAYABLE WITH THE
      ****              PAYEE NAME AND MAILING ADDRESS FROM VSSPSUB
      ****              / VSSPADR AND DRAWN OUT OF SUSPENSE - ONE
      ****              CHECKPOINTED UNIT OF WORK PER REFUND, THE
      ****              SAME WAY TESTCSHA POSTS.  SUBSCRIBERS
      ****              TESTREIN REINSTATED THIS CYCLE OR LAST
      ****              CYCLE ARE SKIPPED - THEIR CASH PAYS THE
      ****              REINSTATED COVERAGE.
      ****
      ****   INPUTS :   CNTLCRD  - OPTIONAL PARM CARD (RUN DATE,
      ****                         RESTART FLAG)
      ****              TRMTRAN  - THIS CYCLE'S TERMINATIONS
      ****              TRMTRANP - LAST CYCLE'S TERMINATIONS
      ****              REINSTIN - SUBSCRIBERS REINSTATED THIS CYCLE
      ****              REINSTP  - SUBSCRIBERS REINSTATED LAST CYCLE
      ****              CYCLCTL  - CYCLE CONTROL LEDGER
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****              RFNDAPI  - ABENDED RUN'S REFUND FEED (RESTART)
      ****              BILLING DATABASE (VSFPCSH / VSFPBIR)
      ****              SUBSCRIBER DATABASE (VSSPSUB / VSSPADR)
      ****   OUTPUTS:   RFNDAP   - REFUND REQUEST FEED FOR A/P
      ****              RFNDRSLT - REFUND RESULTS REPORT
      ****              BILLING DATABASE UPDATES
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512228  *
      * 10/15/26  SANDEEP R    REFUSE TO CARRY A COMPLETED   CQ512237  *
      *                        RFNDAPI FEED ON A RESTART               *
      * 10/15/26  SANDEEP R    SKIP LAST CYCLE'S REINSTATED  CQ512238  *
      *                        SUBSCRIBERS TOO - CHECK THE             *
      *                        CYCLE STAMPS ON REINSTIN AND            *
      *                        REINSTP AGAINST CYCLCTL                 *
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

           SELECT TERM-TRANS-FILE          ASSIGN TO TRMTRAN
                                  FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT PRIOR-TERM-FILE          ASSIGN TO TRMTRANP
                                  FILE STATUS IS WS-TRP-FILE-STATUS.

           SELECT REINST-LIST-FILE         ASSIGN TO REINSTIN
                                  FILE STATUS IS WS-RNST-FILE-STATUS.

           SELECT PRIOR-REINST-FILE        ASSIGN TO REINSTP
                                  FILE STATUS IS WS-RNSP-FILE-STATUS.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

           SELECT PRIOR-FEED-FILE          ASSIGN TO RFNDAPI
                                  FILE STATUS IS WS-PFD-FILE-STATUS.

           SELECT REFUND-FEED-FILE         ASSIGN TO RFNDAP.

           SELECT RESULTS-FILE             ASSIGN TO RFNDRSLT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CONTROL-CARD-REC             PIC X(80).

       FD  TERM-TRANS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TERM-TRANS-REC               PIC X(80).

       FD  PRIOR-TERM-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-TERM-REC               PIC X(80).

       FD  REINST-LIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REINST-LIST-REC              PIC X(30).

       FD  PRIOR-REINST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-REINST-REC             PIC X(30).

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

       FD  PRIOR-FEED-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-FEED-REC               PIC X(200).

       FD  REFUND-FEED-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REFUND-FEED-REC              PIC X(200).

       FD  RESULTS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  RESULTS-REC                  PIC X(132).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTRFND'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CNTL-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-CNTL-FILE-OK                VALUE '00'.
               88  WS-CNTL-FILE-NOT-FOUND         VALUE '35'.
           05  WS-TRM-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRM-FILE-OK                 VALUE '00'.
               88  WS-TRM-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRP-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRP-FILE-OK                 VALUE '00'.
               88  WS-TRP-FILE-NOT-FOUND          VALUE '35'.
           05  WS-RNST-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RNST-FILE-OK                VALUE '00'.
               88  WS-RNST-FILE-NOT-FOUND         VALUE '35'.
           05  WS-RNSP-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-RNSP-FILE-OK                VALUE '00'.
               88  WS-RNSP-FILE-NOT-FOUND         VALUE '35'.
           05  WS-PFD-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-PFD-FILE-OK                 VALUE '00'.
               88  WS-PFD-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRM-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-TRM-FILE-EOF                VALUE 'Y'.
           05  WS-TRP-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-TRP-FILE-EOF                VALUE 'Y'.
           05  WS-RNST-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-RNST-FILE-EOF               VALUE 'Y'.
           05  WS-RNSP-EOF-FLAG           PIC X(01) VALUE 'N'.
               88  WS-RNSP-FILE-EOF               VALUE 'Y'.
           05  WS-PFD-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-PFD-FILE-EOF                VALUE 'Y'.
           05  WS-PFD-COMPLETE-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PFD-COMPLETE                VALUE 'Y'.

      *    OPTIONAL PARM CARD - RUN DATE (CCYYMMDD) IN COLUMNS 1-8,
      *    'R' IN COLUMN 9 ON A RERUN AFTER AN ABEND.  EVERY REFUND
      *    COMMITS AS ITS OWN UNIT OF WORK, SO THE ABENDED RUN'S
      *    RFNDAP ALREADY HOLDS REQUESTS FOR MONEY THAT HAS LEFT
      *    SUSPENSE.  A RESTART READS THAT FILE BACK (RFNDAPI) AND
      *    CARRIES ITS DETAIL FORWARD, SO ONE FEED WITH ONE TRAILER
      *    GOES TO A/P.  THE ACCOUNTS ALREADY REFUNDED SIMPLY HAVE
      *    NO EXCESS CASH LEFT ON THE RERUN.
       01  WS-CNTL-CARD-WORK.
           05  WS-CNTL-RUN-DATE-IN        PIC 9(08).
           05  WS-CNTL-RESTART-IN         PIC X(01).
               88  WS-CNTL-RESTART                VALUE 'R'.
           05  FILLER                     PIC X(71).

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-CURR-PDATE              PIC 9(08) VALUE ZEROES.
           05  WS-TEMP-BI-DUE-DT          PIC 9(07) VALUE ZEROS.
           05  WS-TEMP-BI-DUE-DT-R REDEFINES WS-TEMP-BI-DUE-DT.
               10  WS-TEMP-BI-DUE-CENT    PIC 9(01).
               10  WS-TEMP-BI-DUE-YY      PIC 9(02).
               10  WS-TEMP-BI-DUE-MM      PIC 9(02).
               10  WS-TEMP-BI-DUE-DD      PIC 9(02).
           05  WS-DUE-DT-CCYYMMDD         PIC 9(08) VALUE ZEROS.
           05  WS-DUE-DT-CCYYMMDD-R REDEFINES WS-DUE-DT-CCYYMMDD.
               10  WS-DUE-DT-CC           PIC 9(02).
               10  WS-DUE-DT-YY           PIC 9(02).
               10  WS-DUE-DT-MM           PIC 9(02).
               10  WS-DUE-DT-DD           PIC 9(02).

      *    IMAGE OF THE ENROLLMENT TERMINATION TRANSACTION TESTIMSP
      *    WRITES IN 0005-WRITE-TERM-TRANS (WS-TRM-TRANS-REC).
       01  WS-TRM-TRANS-REC.
           05  WS-TRM-TRANS-CD            PIC X(03).
           05  WS-TRM-GRP-KEY             PIC X(09).
           05  WS-TRM-SUB-ID-KEY          PIC X(15).
           05  WS-TRM-COV-END-DT          PIC 9(08).
           05  WS-TRM-RSN-CD              PIC X(02).
           05  WS-TRM-RUN-DATE            PIC 9(08).
           05  FILLER                     PIC X(35).

      *    ONE ENTRY PER TERMINATED SUBSCRIBER - LAST CYCLE'S FILE IS
      *    LOADED FIRST SO A SUBSCRIBER TERMINATED IN BOTH CYCLES
      *    KEEPS THE EARLIER COVERAGE END.
       01  WS-TERM-FIELDS.
           05  WS-TERM-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-TERM-MAX                PIC S9(07) COMP VALUE +200000.
           05  WS-TERM-IX                 PIC S9(07) COMP VALUE +0.
           05  WS-TERM-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-TERM-TBL OCCURS 200000 TIMES
                                          INDEXED BY TERM-INDEX.
               10  WS-TMT-GRP-KEY         PIC X(09).
               10  WS-TMT-SUB-ID-KEY      PIC X(15).
               10  WS-TMT-COV-END-DT      PIC 9(08).

      *    SUBSCRIBERS REINSTATED THIS CYCLE (REINSTIN) OR LAST
      *    CYCLE (REINSTP) - BOTH ARE ON THIS CYCLE'S TRMTRAN OR
      *    TRMTRANP AND NEITHER IS OWED A REFUND.  THE IMAGE IS
      *    TESTREIN'S WS-RLS-REC.
       01  WS-RNST-FIELDS.
           05  WS-RNST-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-RNST-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-RNST-PRIOR-CNT          PIC S9(07) COMP VALUE +0.
           05  WS-RNST-REC                PIC X(30) VALUE SPACES.
           05  WS-RNST-MAX                PIC S9(07) COMP VALUE +200000.
           05  WS-RNST-TBL OCCURS 200000 TIMES
                                          INDEXED BY RNST-INDEX.
               10  WS-RNST-SUB-ID         PIC X(09).

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME RECORD AND STAMP
      *    IMAGES AND RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-
      *    FIELDS - THE LAYOUTS MUST STAY IN STEP.  THIS STEP RUNS
      *    AFTER TESTREIN FOR THE LAST CYCLE ON THE LEDGER, SO
      *    REINSTIN MUST CARRY THAT CYCLE'S STAMP AND REINSTP THE
      *    CYCLE BEFORE.  IT KEEPS NO STATUS OF ITS OWN ON THE
      *    LEDGER - A RESTART READS THE SAME REINSTATEMENT LISTS.
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
           05  WS-CYC-EXPECT-NO           PIC 9(05) VALUE ZEROES.
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

       01  WS-REFUND-FIELDS.
           05  WS-CSH-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-SUB-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-ADR-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-CSH-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-BIR-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-CASH-AMT                PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-COVERED-OWED-AMT        PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-REFUND-AMT              PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-RSLT-STATUS             PIC X(12) VALUE SPACES.
           05  WS-RSLT-REASON             PIC X(28) VALUE SPACES.

      *    REFUND REQUEST FEED - RECORD TYPE IN COLUMN 1 THE SAME WAY
      *    THE LETTER EXTRACT MARKS ITS HEADER ('H'), DETAIL ('D') AND
      *    TRAILER ('T').  THE A/P LOAD BALANCES THE DETAIL TO THE
      *    TRAILER COUNT AND DOLLARS.
       01  WS-RFD-REC.
           05  WS-RFD-REC-TYPE            PIC X(01) VALUE 'D'.
           05  WS-RFD-GRP-KEY             PIC X(09).
           05  WS-RFD-SUB-ID-KEY          PIC X(15).
           05  WS-RFD-PAYEE-LST-NME       PIC X(15).
           05  WS-RFD-PAYEE-FST-NME       PIC X(10).
           05  WS-RFD-ADDR-LINE1          PIC X(25).
           05  WS-RFD-ADDR-LINE2          PIC X(25).
           05  WS-RFD-CITY-NM             PIC X(16).
           05  WS-RFD-STATE-CD            PIC X(02).
           05  WS-RFD-ZIP-CD              PIC X(05).
           05  WS-RFD-REFUND-AMT          PIC 9(09)V99.
           05  WS-RFD-COV-END-DT          PIC 9(08).
           05  WS-RFD-RUN-DATE            PIC 9(08).
           05  WS-RFD-RSN-CD              PIC X(02) VALUE 'TC'.
           05  FILLER                     PIC X(48) VALUE SPACES.

       01  WS-RFD-HDR.
           05  WS-RFH-REC-TYPE            PIC X(01) VALUE 'H'.
           05  WS-RFH-RUN-DATE            PIC 9(08).
           05  WS-RFH-SOURCE              PIC X(30)
               VALUE 'SENIOR PLAN CREDIT BAL REFUND '.
           05  FILLER                     PIC X(161) VALUE SPACES.

       01  WS-RFD-TRL.
           05  WS-RFT-REC-TYPE            PIC X(01) VALUE 'T'.
           05  WS-RFT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-RFT-AMOUNT              PIC 9(11)V99 VALUE ZEROES.
           05  FILLER                     PIC X(177) VALUE SPACES.

       01  WS-RSLT-REC.
           05  WS-RSL-GRP-KEY             PIC X(09).
           05  WS-RSL-DLM1                PIC X(01) VALUE ';'.
           05  WS-RSL-SUB-ID              PIC X(09).
           05  WS-RSL-DLM2                PIC X(01) VALUE ';'.
           05  WS-RSL-STATUS              PIC X(12).
           05  WS-RSL-DLM3                PIC X(01) VALUE ';'.
           05  WS-RSL-REASON              PIC X(28).
           05  WS-RSL-DLM4                PIC X(01) VALUE ';'.
           05  WS-RSL-COV-END-DT          PIC 9(08).
           05  WS-RSL-DLM5                PIC X(01) VALUE ';'.
           05  WS-RSL-CURR-CASH           PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RSL-DLM6                PIC X(01) VALUE ';'.
           05  WS-RSL-COVERED-OWED        PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RSL-DLM7                PIC X(01) VALUE ';'.
           05  WS-RSL-REFUND              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RSL-DLM8                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-RSLT-HDR.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'SUB-ID   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(12)
               VALUE 'STATUS      '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(28)
               VALUE 'REASON                      '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE 'COV END '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'SUSPENSE CASH  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'OWED COVERED   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'AMOUNT REFUNDED'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-RSLT-TRL.
           05  WS-RST-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-RST-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-RST-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(116) VALUE SPACES.

       01  COUNTERS.
           05  TRMTRAN-RCDS-READ          PIC 9(09) VALUE 0.
           05  TRMTRANP-RCDS-READ         PIC 9(09) VALUE 0.
           05  TERMS-DUPLICATE            PIC 9(09) VALUE 0.
           05  TERMS-CHECKED              PIC 9(09) VALUE 0.
           05  REINSTATED-SKIPPED         PIC 9(09) VALUE 0.
           05  NO-CREDIT-CNT              PIC 9(09) VALUE 0.
           05  REFUNDED-CNT               PIC 9(09) VALUE 0.
           05  NOT-REFUNDED-CNT           PIC 9(09) VALUE 0.
           05  RESULT-RCDS-OUT            PIC 9(09) VALUE 0.
           05  FEED-RCDS-CARRIED          PIC 9(09) VALUE 0.
           05  FEED-RCDS-OUT              PIC 9(09) VALUE 0.
           05  WS-FEED-DOLLARS            PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-REFUND-DOLLARS          PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.
           05  GU                         PIC X(04) VALUE  'GU  '.
           05  GN                         PIC X(04) VALUE  'GN  '.
           05  GHU                        PIC X(04) VALUE  'GHU '.
           05  GHN                        PIC X(04) VALUE  'GHN '.
           05  REPL                       PIC X(04) VALUE  'REPL'.
           05  CHKP                       PIC X(04) VALUE  'CHKP'.
           05  ROLB                       PIC X(04) VALUE  'ROLB'.

      *    ONE BASIC CHECKPOINT PER REFUND - THE SUSPENSE DRAW-DOWN
      *    AND ITS A/P REQUEST COMMIT TOGETHER, AND A FAILED REPLACE
      *    IS ROLLED BACK TO THE LAST COMMIT.
       01  WS-CHKP-FIELDS.
           05  WS-CHKP-ID                 PIC X(08) VALUE SPACES.
           05  WS-CHKP-ID-NO              PIC 9(08) VALUE ZERO.
           05  WS-CHKP-TAKEN              PIC 9(09) VALUE ZERO.

       01  VSFPCSH-SEGMENT.
           COPY VSFPCSHC.

       01  VSFPBIR-SEGMENT.
           COPY VSFPBIRC.

       01  SUBSCRIBER-ROOT-SEGMENT.
           COPY VSSPSUBC.

       01  SUBSCRIBER-ADDRESS-SEGMENT.
           COPY VSSPADRC.

      *    GENERIC (PARTIAL-KEY) SSAS - SAME APPROACH AS TESTCSHA.
      *    THE CASH SCAN HOLDS SO THE MATCHED SEGMENT CAN BE
      *    REPLACED; THE BILLING SCAN ONLY READS.
       01  SSA-VSFPCSH-GRP.
           05  SSA-CGR-SEG-NAME           PIC X(08) VALUE 'VSFPCSH '.
           05  SSA-CGR-LEFT-PAREN         PIC X(01) VALUE '('.
           05  SSA-CGR-FIELD-NAME         PIC X(08) VALUE 'CASHKEYI'.
           05  SSA-CGR-OPER               PIC X(02) VALUE 'GE'.
           05  SSA-CGR-KEY                PIC X(09).
           05  SSA-CGR-RIGHT-PAREN        PIC X(01) VALUE ')'.

       01  SSA-VSFPBIR-GRP.
           05  SSA-BGR-SEG-NAME           PIC X(08) VALUE 'VSFPBIR '.
           05  SSA-BGR-LEFT-PAREN         PIC X(01) VALUE '('.
           05  SSA-BGR-FIELD-NAME         PIC X(08) VALUE 'BILLICMI'.
           05  SSA-BGR-OPER               PIC X(02) VALUE 'GE'.
           05  SSA-BGR-KEY                PIC X(09).
           05  SSA-BGR-RIGHT-PAREN        PIC X(01) VALUE ')'.

       01  VSSPSUB-SSA-QUAL.
           05  FILLER                PIC X(08) VALUE 'VSSPSUB '.
           05  SSA-SUB-CMDCD         PIC X(02) VALUE '*-'.
           05  SSA-SUB-LPAREN        PIC X(01) VALUE '('.
           05  FILLER                PIC X(08) VALUE 'SUBRIDD1'.
           05  FILLER                PIC X(02) VALUE 'EQ'.
           05  SSA-SUB-ID-KEY             PIC X(15).
           05  FILLER                PIC X(01) VALUE ')'.

       01  VSSPADR-SSA-UNQUAL.
           05  FILLER                     PIC X(08) VALUE 'VSSPADR '.
           05  FILLER                     PIC X(01) VALUE ' '.


       LINKAGE SECTION.

       01  IO-PCB                    PIC XX.

       01  CSH-PCB-AREA.
           05  CSH-DBD-NAME               PIC X(08).
           05  CSH-SEG-LEVEL              PIC X(02).
           05  CSH-DLI-STATUS-CODE        PIC X(02).
               88  CSH-GOOD-CALL              VALUE '  '.
               88  CSH-SEG-NOT-FOUND          VALUE 'GE'.
               88  CSH-END-OF-DB              VALUE 'GB'.
               88  CSH-OTHER-SEG              VALUE 'GA' 'GK'.
           05  CSH-PROC-OPT               PIC X(04).
           05  CSH-RESERVED-AREA          PIC S9(05) COMP.
           05  CSH-SEG-NAME               PIC X(08).
           05  CSH-KEY-LENGTH             PIC S9(05) COMP.
           05  CSH-NUMBER-SEGS            PIC S9(05) COMP.
           05  CSH-KEY-FEEDBACK           PIC X(24).

       01  BIR-PCB-AREA.
           05  BIR-DBD-NAME               PIC X(08).
           05  BIR-SEG-LEVEL              PIC X(02).
           05  BIR-DLI-STATUS-CODE        PIC X(02).
               88  BIR-GOOD-CALL              VALUE '  '.
               88  BIR-SEG-NOT-FOUND          VALUE 'GE'.
               88  BIR-END-OF-DB              VALUE 'GB'.
               88  BIR-OTHER-SEG              VALUE 'GA' 'GK'.
           05  BIR-PROC-OPT               PIC X(04).
           05  BIR-RESERVED-AREA          PIC S9(05) COMP.
           05  BIR-SEG-NAME               PIC X(08).
           05  BIR-KEY-LENGTH             PIC S9(05) COMP.
           05  BIR-NUMBER-SEGS            PIC S9(05) COMP.
           05  BIR-KEY-FEEDBACK           PIC X(24).

       01  VFSSUB10-PCB.
           05  SUB-DBD-NAME          PIC  X(08).
           05  SUB-SEG-LEVEL         PIC  X(02).
           05  SUB-DLI-STATUS-CODE   PIC  X(02).
           05  SUB-PROC-OPT          PIC  X(04).
           05  SUB-RESERVED-AREA     PIC S9(05) COMP.
           05  SUB-SEG-NAME          PIC  X(08).
           05  SUB-KEY-LENGTH        PIC S9(05) COMP.
           05  SUB-NUMBER-SEGS       PIC S9(05) COMP.
           05  SUB-KEY-FEEDBACK      PIC  X(100).


       PROCEDURE DIVISION.
           ENTRY 'DLITCBL' USING IO-PCB
                                 CSH-PCB-AREA
                                 BIR-PCB-AREA
                                 VFSSUB10-PCB.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTRFND *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

           PERFORM 0050-READ-CONTROL-CARD.
           PERFORM 0060-CHECK-CYCLE-LEDGER.
           PERFORM 0100-LOAD-TERM-FILES.
           PERFORM 0150-LOAD-REINSTATED.
           PERFORM 0155-LOAD-PRIOR-REINSTATED THRU 0155-EXIT.

           IF WS-CNTL-RESTART
              PERFORM 0160-CARRY-PRIOR-FEED
           ELSE
              OPEN OUTPUT REFUND-FEED-FILE
              MOVE WS-CURR-PDATE     TO WS-RFH-RUN-DATE
              WRITE REFUND-FEED-REC FROM WS-RFD-HDR
           END-IF

           OPEN OUTPUT RESULTS-FILE
           WRITE RESULTS-REC FROM WS-RSLT-HDR

           IF WS-TERM-CNT > 0
              PERFORM VARYING WS-TERM-IX FROM 1 BY 1
                        UNTIL WS-TERM-IX > WS-TERM-CNT
                 PERFORM 0200-REFUND-ONE-ACCOUNT
              END-PERFORM
           END-IF

      *    THE TRAILER IS ONLY WRITTEN ON A CLEAN FINISH - A FEED
      *    WITHOUT ONE IS AN ABENDED RUN FOR A/P TO REJECT AND FOR
      *    THE RESTART TO PICK UP.
           MOVE FEED-RCDS-OUT        TO WS-RFT-COUNT
           MOVE WS-FEED-DOLLARS      TO WS-RFT-AMOUNT
           WRITE REFUND-FEED-REC FROM WS-RFD-TRL.

       000000-MAINLINE-CLOSE-DOWN.

           MOVE RESULT-RCDS-OUT      TO WS-RST-COUNT
           WRITE RESULTS-REC FROM WS-RSLT-TRL

           PERFORM 900000-DISPLAY-STATS.
           CLOSE REFUND-FEED-FILE.
           CLOSE RESULTS-FILE.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
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
                    MOVE ZEROES      TO WS-CNTL-RUN-DATE-IN
                    MOVE SPACES      TO WS-CNTL-RESTART-IN
              END-READ
              IF WS-CNTL-RUN-DATE-IN IS NUMERIC
                 AND WS-CNTL-RUN-DATE-IN NOT = ZERO
                 MOVE WS-CNTL-RUN-DATE-IN TO WS-CURR-PDATE
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-CURR-PDATE = ZERO
              ACCEPT WS-CURR-DATE    FROM DATE
              MOVE 20                TO WS-CURR-PDATE(1:2)
              MOVE WS-CURR-DATE      TO WS-CURR-PDATE(3:6)
           END-IF

           DISPLAY '*** PROCESS DATE        = ' WS-CURR-PDATE
           IF WS-CNTL-RESTART
              DISPLAY '*** RESTART RUN - PRIOR REFUND FEED CARRIED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0060-CHECK-CYCLE-LEDGER.

      *    THE REFUNDS BELONG TO THE LAST CYCLE ON THE LEDGER.  IT
      *    MUST BE POSTED COMPLETE BY TESTIMSP (AND BY TESTMRGE WHEN
      *    IT RAN SLICED) BEFORE TESTREIN AND THIS STEP FOLLOW IT.
           PERFORM 0061-LOAD-CYCLE-LEDGER
           PERFORM 0062-READ-CYCLE-OVERRIDE

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

      *    A FIRST CYCLE HAS NO LAST-CYCLE REINSTATEMENT LIST AND
      *    NEEDS THE OVERRIDE - ANY LATER CYCLE MUST NOT CARRY ONE.
           IF WS-CYR-FIRST-FLAG = 'Y'
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' IS A FIRST'
                         ' CYCLE - TESTRFND NEEDS THE FIRSTCYC'
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

           DISPLAY '*** CYCLE ' WS-CYC-CYCLE-NO ' RUN DATE '
                   WS-CYC-RUN-DATE
           IF WS-CYC-CHECK-INPUTS
              DISPLAY '*** LAST-CYCLE REINSTATEMENTS MUST BE FROM'
                      ' CYCLE ' WS-CYC-PRIOR-NO
           ELSE
              DISPLAY '*** FIRST CYCLE - NO LAST-CYCLE REINSTATEMENTS'
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
       0065-CHECK-CYCLE-STAMP.

      *    A CYCLE STAMP READ FROM A REINSTATEMENT LIST (THE CALLER
      *    MOVES IT TO WS-CYCLE-STAMP-IN) MUST NAME THE CYCLE THE
      *    CALLER EXPECTS IN WS-CYC-EXPECT-NO.
           ADD 1                     TO WS-CYC-STAMP-CNT

           IF WS-CSI-CYCLE-NO IS NOT NUMERIC
              OR WS-CSI-CYCLE-NO NOT = WS-CYC-EXPECT-NO
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  ' WS-CYC-STAMP-DD ' IS FROM CYCLE '
                      WS-CSI-CYCLE-NO ' (' WS-CSI-PROGRAM
                      ') - EXPECTED CYCLE ' WS-CYC-EXPECT-NO
              GO TO 000000-MAINLINE-EXIT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0066-CHECK-STAMP-FOUND.

      *    A REINSTATEMENT LIST WITH NO STAMP AT ALL PREDATES THE
      *    LEDGER OR IS NOT A FILE TESTREIN WROTE.
           IF WS-CYC-STAMP-CNT = ZERO
              MOVE 72 TO WS-RETURN-CODE
              DISPLAY '****  ' WS-CYC-STAMP-DD ' CARRIES NO CYCLE'
                      ' STAMP - EXPECTED CYCLE ' WS-CYC-EXPECT-NO
              GO TO 000000-MAINLINE-EXIT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0067-CHECK-INPUT-MISSING.

      *    TESTREIN WRITES REINLST EVERY CYCLE, EVEN WITH NOBODY ON
      *    IT, SO A MISSING LIST MEANS A STEP WAS SKIPPED.
           MOVE 74 TO WS-RETURN-CODE
           DISPLAY '****  ' WS-CYC-STAMP-DD ' IS MISSING - EXPECTED'
                   ' THE OUTPUT OF CYCLE ' WS-CYC-EXPECT-NO
           GO TO 000000-MAINLINE-EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0100-LOAD-TERM-FILES.

      *    LAST CYCLE'S TERMINATIONS (TRMTRANP DD) FIRST - A MISSING
      *    FILE IS A FIRST CYCLE.  THIS CYCLE'S TRMTRAN MUST EXIST.
           MOVE 'N'                  TO WS-TRP-EOF-FLAG
           OPEN INPUT PRIOR-TERM-FILE

           IF WS-TRP-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-TRP-EOF-FLAG
           ELSE
              PERFORM UNTIL WS-TRP-FILE-EOF
                 READ PRIOR-TERM-FILE INTO WS-TRM-TRANS-REC
                    AT END
                       MOVE 'Y'      TO WS-TRP-EOF-FLAG
                    NOT AT END
                       IF WS-TRM-TRANS-CD = 'TRM'
                          ADD 1      TO TRMTRANP-RCDS-READ
                          PERFORM 0110-ADD-ONE-TERM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-TERM-FILE
           END-IF

           MOVE 'N'                  TO WS-TRM-EOF-FLAG
           OPEN INPUT TERM-TRANS-FILE
           IF NOT WS-TRM-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0100-LOAD-TERM-FILES         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** TRMTRAN OPEN STATUS = '
                      WS-TRM-FILE-STATUS
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           PERFORM UNTIL WS-TRM-FILE-EOF
              READ TERM-TRANS-FILE INTO WS-TRM-TRANS-REC
                 AT END
                    MOVE 'Y'         TO WS-TRM-EOF-FLAG
                 NOT AT END
                    IF WS-TRM-TRANS-CD = 'TRM'
                       ADD 1         TO TRMTRAN-RCDS-READ
                       PERFORM 0110-ADD-ONE-TERM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TERM-TRANS-FILE

           DISPLAY '*** TERMINATED SUBSCRIBERS = ' WS-TERM-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0110-ADD-ONE-TERM.

           MOVE 'N'                  TO WS-TERM-FOUND-FLAG

           IF WS-TERM-CNT > 0
              SET TERM-INDEX         TO 1
              SEARCH WS-TERM-TBL
                 AT END
                      CONTINUE
                 WHEN TERM-INDEX > WS-TERM-CNT
                      CONTINUE
                 WHEN WS-TMT-SUB-ID-KEY (TERM-INDEX) =
                                          WS-TRM-SUB-ID-KEY
                      MOVE 'Y'       TO WS-TERM-FOUND-FLAG
              END-SEARCH
           END-IF

           IF WS-TERM-FOUND-FLAG = 'Y'
              ADD 1                  TO TERMS-DUPLICATE
           ELSE
      *       A DROPPED ENTRY IS A MEMBER CREDIT LEFT IN SUSPENSE -
      *       STOP INSTEAD.
              IF WS-TERM-CNT >= WS-TERM-MAX
                 MOVE 53 TO WS-RETURN-CODE
                 DISPLAY '****  TERMINATION TABLE FULL AT '
                         WS-TERM-CNT ' - RAISE WS-TERM-MAX AND RERUN'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              ADD 1                  TO WS-TERM-CNT
              MOVE WS-TRM-GRP-KEY    TO WS-TMT-GRP-KEY (WS-TERM-CNT)
              MOVE WS-TRM-SUB-ID-KEY TO WS-TMT-SUB-ID-KEY (WS-TERM-CNT)
              MOVE WS-TRM-COV-END-DT TO WS-TMT-COV-END-DT (WS-TERM-CNT)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0150-LOAD-REINSTATED.

      *    THIS CYCLE'S REINSTATEMENTS (REINSTIN DD, TESTREIN'S
      *    REINLST), STAMPED WITH THIS CYCLE.  A FILE WITH ONLY ITS
      *    CYCLE STAMP MEANS NOBODY WAS REINSTATED.
           MOVE 'N'                  TO WS-RNST-EOF-FLAG
           MOVE 'REINSTIN'           TO WS-CYC-STAMP-DD
           MOVE WS-CYC-CYCLE-NO      TO WS-CYC-EXPECT-NO
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT REINST-LIST-FILE

           IF WS-RNST-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-RNST-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-RNST-FILE-EOF
                 READ REINST-LIST-FILE INTO WS-RNST-REC
                    AT END
                       MOVE 'Y'      TO WS-RNST-EOF-FLAG
                    NOT AT END
                       PERFORM 0158-ADD-REINSTATED
                 END-READ
              END-PERFORM
              CLOSE REINST-LIST-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** REINSTATED THIS CYCLE = ' WS-RNST-CNT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0155-LOAD-PRIOR-REINSTATED.

      *    LAST CYCLE'S REINSTATEMENTS (REINSTP DD, THE PRIOR
      *    TESTREIN RUN'S REINLST).  A SUBSCRIBER TERMINATED AND
      *    REINSTATED LAST CYCLE IS STILL ON TRMTRANP AND MUST NOT
      *    BE REFUNDED NOW.  A FIRST CYCLE HAS NO SUCH LIST.
           IF NOT WS-CYC-CHECK-INPUTS
              GO TO 0155-EXIT
           END-IF

           MOVE WS-RNST-CNT          TO WS-RNST-PRIOR-CNT
           MOVE 'N'                  TO WS-RNSP-EOF-FLAG
           MOVE 'REINSTP '           TO WS-CYC-STAMP-DD
           MOVE WS-CYC-PRIOR-NO      TO WS-CYC-EXPECT-NO
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-REINST-FILE

           IF WS-RNSP-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-RNSP-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-RNSP-FILE-EOF
                 READ PRIOR-REINST-FILE INTO WS-RNST-REC
                    AT END
                       MOVE 'Y'      TO WS-RNSP-EOF-FLAG
                    NOT AT END
                       PERFORM 0158-ADD-REINSTATED
                 END-READ
              END-PERFORM
              CLOSE PRIOR-REINST-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           COMPUTE WS-RNST-PRIOR-CNT = WS-RNST-CNT - WS-RNST-PRIOR-CNT
           DISPLAY '*** REINSTATED LAST CYCLE = ' WS-RNST-PRIOR-CNT.

       0155-EXIT.
           EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0158-ADD-REINSTATED.

      *    ONE REINSTATEMENT LIST RECORD (WS-RNST-REC).  THE CYCLE
      *    STAMP IS CHECKED, NOT LOADED.
           IF WS-RNST-REC(1:9) = 'CYCLEHDR '
              MOVE WS-RNST-REC       TO WS-CYCLE-STAMP-IN
              PERFORM 0065-CHECK-CYCLE-STAMP
           END-IF

           IF WS-RNST-REC(1:9) NOT = SPACES
              AND WS-RNST-REC(1:9) NOT = 'CYCLEHDR '
              IF WS-RNST-CNT >= WS-RNST-MAX
                 MOVE 54 TO WS-RETURN-CODE
                 DISPLAY '****  REINSTATED TABLE FULL AT '
                         WS-RNST-CNT ' - RAISE'
                         ' WS-RNST-MAX AND RERUN'
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              ADD 1                  TO WS-RNST-CNT
              MOVE WS-RNST-REC(1:9)  TO WS-RNST-SUB-ID (WS-RNST-CNT)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0160-CARRY-PRIOR-FEED.

      *    RESTART - COPY THE ABENDED RUN'S HEADER AND DETAIL INTO
      *    THE NEW FEED AND PICK UP ITS COUNT AND DOLLARS FOR THE
      *    TRAILER.  WITHOUT THE OLD FEED THE COMMITTED REFUNDS
      *    WOULD NEVER REACH A/P, SO ITS ABSENCE STOPS THE RUN.
      *    A FEED THAT ENDS IN A TRAILER FINISHED CLEAN AND HAS GONE
      *    TO A/P - CARRYING IT WOULD PAY EVERY REFUND TWICE, SO IT
      *    IS READ THROUGH ONCE BEFORE ANYTHING IS OPENED FOR OUTPUT.
           MOVE 'N'                  TO WS-PFD-EOF-FLAG
           MOVE 'N'                  TO WS-PFD-COMPLETE-FLAG
           OPEN INPUT PRIOR-FEED-FILE
           IF NOT WS-PFD-FILE-OK
              MOVE 17 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*         0160-CARRY-PRIOR-FEED         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** RFNDAPI OPEN STATUS = '
                      WS-PFD-FILE-STATUS
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           PERFORM UNTIL WS-PFD-FILE-EOF
              READ PRIOR-FEED-FILE INTO WS-RFD-REC
                 AT END
                    MOVE 'Y'         TO WS-PFD-EOF-FLAG
                 NOT AT END
                    IF WS-RFD-REC-TYPE = 'T'
                       MOVE 'Y'      TO WS-PFD-COMPLETE-FLAG
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRIOR-FEED-FILE

           IF WS-PFD-COMPLETE
              MOVE 17 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*         0160-CARRY-PRIOR-FEED         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** RFNDAPI IS A COMPLETED FEED - NOT CARRIED,'
                      ' RESTART FLAG IN ERROR'
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-EXIT
           END-IF

           MOVE 'N'                  TO WS-PFD-EOF-FLAG
           OPEN INPUT PRIOR-FEED-FILE
           OPEN OUTPUT REFUND-FEED-FILE

           PERFORM UNTIL WS-PFD-FILE-EOF
              READ PRIOR-FEED-FILE INTO WS-RFD-REC
                 AT END
                    MOVE 'Y'         TO WS-PFD-EOF-FLAG
                 NOT AT END
                    EVALUATE WS-RFD-REC-TYPE
                       WHEN 'H'
                          WRITE REFUND-FEED-REC FROM WS-RFD-REC
                       WHEN 'D'
                          WRITE REFUND-FEED-REC FROM WS-RFD-REC
                          ADD 1      TO FEED-RCDS-OUT
                                        FEED-RCDS-CARRIED
                          ADD WS-RFD-REFUND-AMT TO WS-FEED-DOLLARS
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM

           CLOSE PRIOR-FEED-FILE

           DISPLAY '*** REFUNDS CARRIED FROM PRIOR FEED = '
                   FEED-RCDS-CARRIED.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-REFUND-ONE-ACCOUNT.

           ADD 1                     TO TERMS-CHECKED
           MOVE ZERO                 TO WS-CASH-AMT
                                        WS-COVERED-OWED-AMT
                                        WS-REFUND-AMT
           MOVE SPACES               TO WS-RSLT-STATUS
                                        WS-RSLT-REASON

      *    A SUBSCRIBER REINSTATED THIS CYCLE OR LAST CYCLE IS
      *    COVERED AGAIN - THE SUSPENSE CASH BELONGS TO THE
      *    REINSTATED PREMIUM.
           MOVE 'N'                  TO WS-RNST-FOUND-FLAG
           IF WS-RNST-CNT > 0
              SET RNST-INDEX         TO 1
              SEARCH WS-RNST-TBL
                 AT END
                      CONTINUE
                 WHEN RNST-INDEX > WS-RNST-CNT
                      CONTINUE
                 WHEN WS-RNST-SUB-ID (RNST-INDEX) =
                      WS-TMT-SUB-ID-KEY (WS-TERM-IX) (4:9)
                      MOVE 'Y'       TO WS-RNST-FOUND-FLAG
              END-SEARCH
           END-IF

           IF WS-RNST-FOUND-FLAG = 'Y'
              ADD 1                  TO REINSTATED-SKIPPED
           ELSE
              PERFORM 0210-GET-CASH-SEGMENT
              IF WS-CSH-FOUND-FLAG = 'Y'
                 MOVE CS-UNALLOC-AMT TO WS-CASH-AMT
              END-IF
              IF WS-CASH-AMT NOT > 0
                 ADD 1               TO NO-CREDIT-CNT
              ELSE
                 PERFORM 0220-SUM-COVERED-OWED
                 COMPUTE WS-REFUND-AMT =
                         WS-CASH-AMT - WS-COVERED-OWED-AMT
                 PERFORM 0205-DECIDE-REFUND
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0205-DECIDE-REFUND.

      *    ONLY A SUBSCRIBER WITH POSITIVE SUSPENSE CASH GETS THIS
      *    FAR, AND EVERY ONE OF THEM IS REPORTED.  THE CASH SEGMENT
      *    IS STILL HELD FROM 0210 WHEN THE REFUND IS POSTED.
           EVALUATE TRUE
              WHEN WS-TMT-COV-END-DT (WS-TERM-IX) NOT < WS-CURR-PDATE
                 MOVE 'NOT REFUNDED' TO WS-RSLT-STATUS
                 MOVE 'COVERAGE NOT YET ENDED'
                                     TO WS-RSLT-REASON
                 MOVE ZERO           TO WS-REFUND-AMT
              WHEN WS-REFUND-AMT NOT > 0
                 MOVE 'NOT REFUNDED' TO WS-RSLT-STATUS
                 MOVE 'CASH OWED FOR COVERED MONTHS'
                                     TO WS-RSLT-REASON
                 MOVE ZERO           TO WS-REFUND-AMT
              WHEN OTHER
                 PERFORM 0225-GET-PAYEE THRU 0225-EXIT
                 EVALUATE TRUE
                    WHEN WS-SUB-FOUND-FLAG NOT = 'Y'
                       MOVE 'NOT REFUNDED' TO WS-RSLT-STATUS
                       MOVE 'NO SUBSCRIBER ROOT FOUND'
                                     TO WS-RSLT-REASON
                       MOVE ZERO     TO WS-REFUND-AMT
                    WHEN WS-ADR-FOUND-FLAG NOT = 'Y'
                       MOVE 'NOT REFUNDED' TO WS-RSLT-STATUS
                       MOVE 'NO MAILING ADDRESS ON FILE'
                                     TO WS-RSLT-REASON
                       MOVE ZERO     TO WS-REFUND-AMT
                    WHEN OTHER
                       PERFORM 0230-POST-REFUND
                       MOVE 'REFUNDED    ' TO WS-RSLT-STATUS
                 END-EVALUATE
           END-EVALUATE

           IF WS-RSLT-STATUS = 'REFUNDED    '
              ADD 1                  TO REFUNDED-CNT
              ADD WS-REFUND-AMT      TO WS-REFUND-DOLLARS
           ELSE
              ADD 1                  TO NOT-REFUNDED-CNT
           END-IF

           PERFORM 0240-WRITE-RESULT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0210-GET-CASH-SEGMENT.

           MOVE 'N'                  TO WS-CSH-FOUND-FLAG
           MOVE 'N'                  TO WS-CSH-SCAN-EOF
           MOVE SPACES               TO CSH-DLI-STATUS-CODE
           INITIALIZE VSFPCSH-SEGMENT
           MOVE WS-TMT-GRP-KEY (WS-TERM-IX) TO SSA-CGR-KEY

           CALL 'CBLTDLI' USING GHU
                                CSH-PCB-AREA
                                VSFPCSH-SEGMENT
                                SSA-VSFPCSH-GRP

           PERFORM UNTIL WS-CSH-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT CSH-GOOD-CALL
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-GRP-KEY NOT = WS-TMT-GRP-KEY (WS-TERM-IX)
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-SUB-ID-KEY(4:9) =
                      WS-TMT-SUB-ID-KEY (WS-TERM-IX) (4:9)
                    MOVE 'Y'         TO WS-CSH-FOUND-FLAG
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN OTHER
                    INITIALIZE VSFPCSH-SEGMENT
                    CALL 'CBLTDLI' USING GHN
                                         CSH-PCB-AREA
                                         VSFPCSH-SEGMENT
                                         SSA-VSFPCSH-GRP
              END-EVALUATE
           END-PERFORM

           IF NOT CSH-GOOD-CALL
              AND NOT CSH-SEG-NOT-FOUND
              AND NOT CSH-END-OF-DB
              MOVE 50 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0210-GET-CASH-SEGMENT        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' CSH-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPCSH-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0220-SUM-COVERED-OWED.

      *    PREMIUM STILL OWED FOR THE MONTHS THE MEMBER WAS COVERED -
      *    EVERY BILLING ROOT FOR THE SUBSCRIBER DUE ON OR BEFORE THE
      *    COVERAGE END.  BILLS DUE AFTER IT ARE FOR MONTHS THE
      *    TERMINATION TOOK AWAY AND ARE NOT OWED.  THE ROOTS ARE IN
      *    GRPKEY+DUEDT+SUBR ORDER, SO THE WHOLE GROUP IS SCANNED.
           MOVE 'N'                  TO WS-BIR-SCAN-EOF
           MOVE SPACES               TO BIR-DLI-STATUS-CODE
           INITIALIZE VSFPBIR-SEGMENT
           MOVE WS-TMT-GRP-KEY (WS-TERM-IX) TO SSA-BGR-KEY

           CALL 'CBLTDLI' USING GU
                                BIR-PCB-AREA
                                VSFPBIR-SEGMENT
                                SSA-VSFPBIR-GRP

           PERFORM UNTIL WS-BIR-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT BIR-GOOD-CALL
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-GRP-KEY NOT = WS-TMT-GRP-KEY (WS-TERM-IX)
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN OTHER
                    IF BI-SUB-ID-KEY(4:9) =
                       WS-TMT-SUB-ID-KEY (WS-TERM-IX) (4:9)
                       AND BI-TOT-DUE-AMT > 0
                       MOVE BI-DUE-DT        TO WS-TEMP-BI-DUE-DT
                       MOVE WS-TEMP-BI-DUE-YY TO WS-DUE-DT-YY
                       MOVE WS-TEMP-BI-DUE-MM TO WS-DUE-DT-MM
                       MOVE WS-TEMP-BI-DUE-DD TO WS-DUE-DT-DD
                       COMPUTE WS-DUE-DT-CC = WS-TEMP-BI-DUE-CENT + 19
                       IF WS-DUE-DT-CCYYMMDD NOT >
                          WS-TMT-COV-END-DT (WS-TERM-IX)
                          ADD BI-TOT-DUE-AMT TO WS-COVERED-OWED-AMT
                       END-IF
                    END-IF
                    INITIALIZE VSFPBIR-SEGMENT
                    CALL 'CBLTDLI' USING GN
                                         BIR-PCB-AREA
                                         VSFPBIR-SEGMENT
                                         SSA-VSFPBIR-GRP
              END-EVALUATE
           END-PERFORM

           IF NOT BIR-GOOD-CALL
              AND NOT BIR-SEG-NOT-FOUND
              AND NOT BIR-END-OF-DB
              MOVE 51 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0220-SUM-COVERED-OWED        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPBIR-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0225-GET-PAYEE.

      *    PAYEE NAME FROM THE SUBSCRIBER ROOT, MAILING ADDRESS FROM
      *    ITS VSSPADR CHILD - THE SAME CALLS TESTIMSP MAKES IN
      *    1160-GET-SUBR-DETAIL.
           MOVE 'N'                  TO WS-SUB-FOUND-FLAG
                                        WS-ADR-FOUND-FLAG
           MOVE WS-TMT-SUB-ID-KEY (WS-TERM-IX) TO SSA-SUB-ID-KEY
           MOVE SPACES               TO SUB-DLI-STATUS-CODE
           INITIALIZE SUBSCRIBER-ROOT-SEGMENT
           CALL 'CBLTDLI' USING GU
                                VFSSUB10-PCB
                                SUBSCRIBER-ROOT-SEGMENT
                                VSSPSUB-SSA-QUAL

           IF SUB-DLI-STATUS-CODE  = '  ' OR 'GE' OR 'GB'
              NEXT SENTENCE
           ELSE
              MOVE 55 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*            0225-GET-PAYEE             ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' SUB-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' VSSPSUB-SSA-QUAL
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

           IF SUB-DLI-STATUS-CODE NOT = '  '
              GO TO 0225-EXIT
           END-IF
           MOVE 'Y'                  TO WS-SUB-FOUND-FLAG

           MOVE SPACES               TO SUB-DLI-STATUS-CODE
           INITIALIZE SUBSCRIBER-ADDRESS-SEGMENT
           CALL 'CBLTDLI' USING GN
                                VFSSUB10-PCB
                                SUBSCRIBER-ADDRESS-SEGMENT
                                VSSPADR-SSA-UNQUAL

           IF SUB-DLI-STATUS-CODE  = '  ' OR 'GE' OR 'GB'
              NEXT SENTENCE
           ELSE
              MOVE 55 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*            0225-GET-PAYEE             ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' SUB-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' VSSPADR-SSA-UNQUAL
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *    A/P CANNOT CUT A CHECK WITHOUT A STREET LINE AND ZIP.
           IF SUB-DLI-STATUS-CODE = '  '
              AND AD-ADDR-LINE1 NOT = SPACES
              AND AD-ZIP-CD NOT = SPACES
              MOVE 'Y'               TO WS-ADR-FOUND-FLAG
           END-IF.

       0225-EXIT. EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0230-POST-REFUND.

      *    THE CASH SEGMENT IS STILL HELD FROM THE 0210 SCAN - DRAW
      *    THE REFUND OUT OF SUSPENSE AND REPLACE IT IN PLACE.  THE
      *    A/P REQUEST IS WRITTEN ONLY AFTER A CLEAN REPLACE, THEN
      *    THE PAIR IS CHECKPOINTED (0250) SO IT COMMITS ON ITS OWN.
      *    A FAILED REPLACE ROLLS BACK TO THE LAST CHECKPOINT.
           COMPUTE CS-UNALLOC-AMT =
                   CS-UNALLOC-AMT - WS-REFUND-AMT

           CALL 'CBLTDLI' USING REPL
                                CSH-PCB-AREA
                                VSFPCSH-SEGMENT

           IF NOT CSH-GOOD-CALL
              MOVE 52 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*           0230-POST-REFUND            ****'
              DISPLAY '****    VSFPCSH REPLACE FAILED          ****'
              DISPLAY '**** STATUS CODE      = ' CSH-DLI-STATUS-CODE
              DISPLAY '**** IN-FLIGHT REFUND BACKED OUT        ****'
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              PERFORM 0260-ROLL-BACK
              GO TO 000000-MAINLINE-CLOSE-DOWN
           END-IF

           PERFORM 0235-WRITE-REFUND-REQUEST
           PERFORM 0250-TAKE-CHECKPOINT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0235-WRITE-REFUND-REQUEST.

           MOVE SPACES               TO WS-RFD-REC
           MOVE 'D'                  TO WS-RFD-REC-TYPE
           MOVE WS-TMT-GRP-KEY (WS-TERM-IX)    TO WS-RFD-GRP-KEY
           MOVE WS-TMT-SUB-ID-KEY (WS-TERM-IX) TO WS-RFD-SUB-ID-KEY
           MOVE SR-SUB-LST-NME       TO WS-RFD-PAYEE-LST-NME
           MOVE SR-SUB-FST-NME       TO WS-RFD-PAYEE-FST-NME
           MOVE AD-ADDR-LINE1        TO WS-RFD-ADDR-LINE1
           MOVE AD-ADDR-LINE2        TO WS-RFD-ADDR-LINE2
           MOVE AD-CITY-NM           TO WS-RFD-CITY-NM
           MOVE AD-STATE-CD          TO WS-RFD-STATE-CD
           MOVE AD-ZIP-CD            TO WS-RFD-ZIP-CD
           MOVE WS-REFUND-AMT        TO WS-RFD-REFUND-AMT
           MOVE WS-TMT-COV-END-DT (WS-TERM-IX) TO WS-RFD-COV-END-DT
           MOVE WS-CURR-PDATE        TO WS-RFD-RUN-DATE
           MOVE 'TC'                 TO WS-RFD-RSN-CD

           WRITE REFUND-FEED-REC FROM WS-RFD-REC
           ADD 1                     TO FEED-RCDS-OUT
           ADD WS-REFUND-AMT         TO WS-FEED-DOLLARS.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0240-WRITE-RESULT.

           MOVE SPACES               TO WS-RSLT-REC
           MOVE ';'                  TO WS-RSL-DLM1
                                        WS-RSL-DLM2
                                        WS-RSL-DLM3
                                        WS-RSL-DLM4
                                        WS-RSL-DLM5
                                        WS-RSL-DLM6
                                        WS-RSL-DLM7
                                        WS-RSL-DLM8
           MOVE WS-TMT-GRP-KEY (WS-TERM-IX)    TO WS-RSL-GRP-KEY
           MOVE WS-TMT-SUB-ID-KEY (WS-TERM-IX) (4:9)
                                     TO WS-RSL-SUB-ID
           MOVE WS-RSLT-STATUS       TO WS-RSL-STATUS
           MOVE WS-RSLT-REASON       TO WS-RSL-REASON
           MOVE WS-TMT-COV-END-DT (WS-TERM-IX) TO WS-RSL-COV-END-DT
           MOVE WS-CASH-AMT          TO WS-RSL-CURR-CASH
           MOVE WS-COVERED-OWED-AMT  TO WS-RSL-COVERED-OWED
           MOVE WS-REFUND-AMT        TO WS-RSL-REFUND

           WRITE RESULTS-REC FROM WS-RSLT-REC
           ADD 1                     TO RESULT-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0250-TAKE-CHECKPOINT.

           ADD 1                     TO WS-CHKP-ID-NO
           MOVE WS-CHKP-ID-NO        TO WS-CHKP-ID

           CALL 'CBLTDLI' USING CHKP
                                IO-PCB
                                WS-CHKP-ID

           ADD 1                     TO WS-CHKP-TAKEN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0260-ROLL-BACK.

      *    BACK OUT EVERYTHING SINCE THE LAST COMMIT POINT - THE
      *    HALF-POSTED REFUND IS RESTORED AND THE RUN ENDS WITH THE
      *    ERROR CODE ALREADY SET.  NO A/P REQUEST WAS WRITTEN FOR
      *    IT - 0235 ONLY RUNS AFTER A CLEAN REPLACE.
           CALL 'CBLTDLI' USING ROLB
                                IO-PCB.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTRFND COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** TRMTRAN RECORDS READ  = ' TRMTRAN-RCDS-READ.
           DISPLAY '**** TRMTRANP RECORDS READ = '
                   TRMTRANP-RCDS-READ.
           DISPLAY '****   DUPLICATES DROPPED  = ' TERMS-DUPLICATE.
           DISPLAY '**** SUBSCRIBERS CHECKED   = ' TERMS-CHECKED.
           DISPLAY '****   REINSTATED SKIPPED  = ' REINSTATED-SKIPPED.
           DISPLAY '****   NO SUSPENSE CREDIT  = ' NO-CREDIT-CNT.
           DISPLAY '**** ACCOUNTS REFUNDED     = ' REFUNDED-CNT.
           DISPLAY '**** ACCOUNTS NOT REFUNDED = ' NOT-REFUNDED-CNT.
           DISPLAY '**** DOLLARS REFUNDED      = '
                   WS-REFUND-DOLLARS.
           DISPLAY '**** A/P REQUESTS CARRIED  = ' FEED-RCDS-CARRIED.
           DISPLAY '**** A/P REQUESTS OUT      = ' FEED-RCDS-OUT.
           DISPLAY '**** A/P FEED DOLLARS      = ' WS-FEED-DOLLARS.
           DISPLAY '**** RESULT RECORDS OUT    = ' RESULT-RCDS-OUT.
           DISPLAY '**** CHECKPOINTS TAKEN     = ' WS-CHKP-TAKEN.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTRFND SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
