       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTREIN.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTREIN                          ****
      ****   "SENIOR PLAN REINSTATEMENT OF PAID-UP TERMINATIONS"   ****
      *****************************************************************
      ****
      ****   PURPOSE:   KEEP EVERY TERMINATION TESTIMSP HAS SENT TO
      ****              ENROLLMENT ON A CARRIED-FORWARD HISTORY FILE
      ****              AND, EACH CYCLE, RE-READ THE SUBSCRIBER'S
      ****              VSFPBIR BILLING ROOT AND VSFPCSH SUSPENSE
      ****              CASH.  ARREARS PAID OFF OR COVERED BY
      ****              SUSPENSE INSIDE THE REINSTATEMENT WINDOW
      ****              PRODUCE AN 'REI' TRANSACTION IN THE SAME
      ****              ENROLLMENT BATCH FORMAT AS THE 'TRM'.
      ****              LATE OR PARTIAL PAYMENTS GO TO A REVIEW
      ****              LIST FOR MEMBERSHIP.  THE SUBSCRIBERS
      ****              REINSTATED ARE LISTED FOR THE NEXT TESTIMSP
      ****              CYCLE SO THEY ARE NOT TAGGED AS BRAND-NEW
      ****              DELINQUENTS.  A TERMINATION WHOSE WINDOW
      ****              HAS CLOSED STAYS ON THE HISTORY, MARKED
      ****              CLOSED, FOR AS LONG AS TESTIMSP KEEPS
      ****              SENDING IT, SO A REPEAT 'TRM' CANNOT OPEN A
      ****              FRESH WINDOW.
      ****
      ****   INPUTS :   CNTLCRD  - OPTIONAL PARM CARD (RUN DATE,
      ****                         WINDOW DAYS)
      ****              TRMTRAN  - THIS CYCLE'S TERMINATIONS
      ****              TRMHSTI  - PRIOR CYCLE'S TERMINATION HISTORY
      ****              CYCLCTL  - CYCLE CONTROL LEDGER
      ****              CYCLOVR  - FIRST-CYCLE OVERRIDE (OPTIONAL)
      ****              BILLING DATABASE (VSFPCSH / VSFPBIR)
      ****   OUTPUTS:   REITRAN  - REINSTATEMENT TRANSACTIONS
      ****              REIRVW   - REINSTATEMENT REVIEW LIST
      ****              REINLST  - SUBSCRIBERS REINSTATED THIS RUN
      ****              TRMHSTO  - TERMINATION HISTORY CARRIED FORWARD
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512227  *
      * 10/15/26  SANDEEP R    HOLD CLOSED-WINDOW ENTRIES    CQ512236  *
      *                        WHILE STILL ON TRMTRAN, RUN             *
      *                        ONLY AGAINST A CYCLE TESTIMSP           *
      *                        HAS POSTED, CHECK TRMHSTI IS            *
      *                        FROM THE CYCLE BEFORE AND               *
      *                        STAMP TRMHSTO                           *
      * 10/15/26  SANDEEP R    STAMP REINLST WITH THE CYCLE  CQ512238  *
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

           SELECT PRIOR-HIST-FILE          ASSIGN TO TRMHSTI
                                  FILE STATUS IS WS-THI-FILE-STATUS.

           SELECT REIN-TRANS-FILE          ASSIGN TO REITRAN.

           SELECT REVIEW-FILE              ASSIGN TO REIRVW.

           SELECT REIN-LIST-FILE           ASSIGN TO REINLST.

           SELECT TERM-HIST-FILE           ASSIGN TO TRMHSTO.

           SELECT CYCLE-CONTROL-FILE       ASSIGN TO CYCLCTL
                                  FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE      ASSIGN TO CYCLOVR
                                  FILE STATUS IS WS-CYO-FILE-STATUS.

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

       FD  PRIOR-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PRIOR-HIST-REC               PIC X(80).

       FD  REIN-TRANS-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REIN-TRANS-REC               PIC X(80).

       FD  REVIEW-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REVIEW-REC                   PIC X(132).

       FD  REIN-LIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REIN-LIST-REC                PIC X(30).

       FD  TERM-HIST-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TERM-HIST-REC                PIC X(80).

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
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTREIN'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CNTL-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-CNTL-FILE-OK                VALUE '00'.
               88  WS-CNTL-FILE-NOT-FOUND         VALUE '35'.
           05  WS-TRM-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-TRM-FILE-OK                 VALUE '00'.
               88  WS-TRM-FILE-NOT-FOUND          VALUE '35'.
           05  WS-THI-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-THI-FILE-OK                 VALUE '00'.
               88  WS-THI-FILE-NOT-FOUND          VALUE '35'.
           05  WS-TRM-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-TRM-FILE-EOF                VALUE 'Y'.
           05  WS-THI-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-THI-FILE-EOF                VALUE 'Y'.

      *    OPTIONAL PARM CARD - RUN DATE (CCYYMMDD) IN COLUMNS 1-8
      *    AND THE REINSTATEMENT WINDOW IN DAYS IN COLUMNS 9-11.
      *    ZERO OR MISSING FIELDS LEAVE TODAY'S DATE AND THE 60 DAY
      *    DEFAULT IN EFFECT.  THE WINDOW RUNS FROM THE RUN DATE ON
      *    THE TERMINATION TRANSACTION - THE DAY ENROLLMENT WAS TOLD.
       01  WS-CNTL-CARD-WORK.
           05  WS-CNTL-RUN-DATE-IN        PIC 9(08).
           05  WS-CNTL-WINDOW-IN          PIC 9(03).
           05  FILLER                     PIC X(69).

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-CURR-PDATE              PIC 9(08) VALUE ZEROES.
           05  WS-REIN-WINDOW-DAYS        PIC 9(03) VALUE 060.
           05  WS-TODAY-INTEGER           PIC S9(09) COMP.
           05  WS-TERM-INTEGER            PIC S9(09) COMP.
           05  WS-DAYS-SINCE-TERM         PIC S9(09) COMP.
           05  WS-REIN-EFF-INTEGER        PIC S9(09) COMP.

      *    IMAGE OF THE ENROLLMENT TERMINATION TRANSACTION TESTIMSP
      *    WRITES IN 0005-WRITE-TERM-TRANS (WS-TRM-TRANS-REC) - THE
      *    REINSTATEMENT IS THE SAME BATCH FORMAT WITH TRANSACTION
      *    CODE 'REI' AND THE DATE COVERAGE RESUMES (THE DAY AFTER
      *    THE TERMINATION'S COVERAGE END) IN THE DATE COLUMN.
       01  WS-TRM-TRANS-REC.
           05  WS-TRM-TRANS-CD            PIC X(03).
           05  WS-TRM-GRP-KEY             PIC X(09).
           05  WS-TRM-SUB-ID-KEY          PIC X(15).
           05  WS-TRM-COV-END-DT          PIC 9(08).
           05  WS-TRM-RSN-CD              PIC X(02).
           05  WS-TRM-RUN-DATE            PIC 9(08).
           05  FILLER                     PIC X(35).

       01  WS-REI-TRANS-REC.
           05  WS-REI-TRANS-CD            PIC X(03) VALUE 'REI'.
           05  WS-REI-GRP-KEY             PIC X(09).
           05  WS-REI-SUB-ID-KEY          PIC X(15).
           05  WS-REI-EFF-DT              PIC 9(08).
           05  WS-REI-RSN-CD              PIC X(02).
               88  WS-REI-PAID                    VALUE 'PD'.
               88  WS-REI-COVERED                 VALUE 'CV'.
           05  WS-REI-RUN-DATE            PIC 9(08).
           05  FILLER                     PIC X(35) VALUE SPACES.

      *    TERMINATION HISTORY - THE 'TRM' TRANSACTION AS SENT PLUS
      *    THE ARREARS ON THE BILLING ROOT WHEN THIS PROGRAM FIRST
      *    SAW IT (THE SAME CYCLE THE TERMINATION WAS WRITTEN), SO A
      *    PARTIAL PAYMENT CAN BE TOLD FROM NO PAYMENT.  AN ENTRY
      *    LEAVES THE FILE WHEN IT IS REINSTATED.  ONCE ITS WINDOW
      *    HAS CLOSED IT IS MARKED CLOSED AND HELD, NOT RE-REVIEWED,
      *    UNTIL A CYCLE'S TRMTRAN NO LONGER CARRIES THE SUBSCRIBER -
      *    OTHERWISE THE NEXT REPEAT 'TRM' WOULD START A NEW WINDOW.
      *    THE FIRST RECORD OF THE FILE IS THE CYCLE STAMP.
       01  WS-THS-REC.
           05  WS-THS-TRANS-CD            PIC X(03).
           05  WS-THS-GRP-KEY             PIC X(09).
           05  WS-THS-SUB-ID-KEY          PIC X(15).
           05  WS-THS-COV-END-DT          PIC 9(08).
           05  WS-THS-RSN-CD              PIC X(02).
           05  WS-THS-TRM-RUN-DT          PIC 9(08).
           05  WS-THS-TRM-DUE-AMT         PIC 9(09)V99.
           05  WS-THS-WINDOW-FLAG         PIC X(01).
               88  WS-THS-WINDOW-CLOSED           VALUE 'C'.
           05  FILLER                     PIC X(23) VALUE SPACES.

       01  WS-THST-FIELDS.
           05  WS-THST-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-THST-MAX                PIC S9(07) COMP VALUE +200000.
           05  WS-THST-IX                 PIC S9(07) COMP VALUE +0.
           05  WS-THST-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-THST-TBL OCCURS 200000 TIMES
                                          INDEXED BY THST-INDEX.
               10  WS-THT-GRP-KEY         PIC X(09).
               10  WS-THT-SUB-ID-KEY      PIC X(15).
               10  WS-THT-COV-END-DT      PIC 9(08).
               10  WS-THT-RSN-CD          PIC X(02).
               10  WS-THT-TRM-RUN-DT      PIC 9(08).
               10  WS-THT-TRM-DUE-AMT     PIC 9(09)V99.
               10  WS-THT-SRC             PIC X(01).
                   88  WS-THT-FROM-HISTORY        VALUE 'P'.
                   88  WS-THT-NEW-THIS-CYCLE      VALUE 'N'.
               10  WS-THT-WINDOW-FLAG     PIC X(01).
                   88  WS-THT-WINDOW-CLOSED       VALUE 'C'.
               10  WS-THT-TRMTRAN-FLAG    PIC X(01).
                   88  WS-THT-ON-TRMTRAN          VALUE 'Y'.

       01  WS-REVIEW-FIELDS.
           05  WS-CSH-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-BIR-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-CSH-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-BIR-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-IN-WINDOW-FLAG          PIC X(01) VALUE 'N'.
               88  WS-IN-WINDOW                   VALUE 'Y'.
           05  WS-KEEP-FLAG               PIC X(01) VALUE 'N'.
           05  WS-CURR-DUE-AMT            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CURR-CASH-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-RVW-REASON              PIC X(28) VALUE SPACES.

       01  WS-RVW-REC.
           05  WS-RVL-GRP-KEY             PIC X(09).
           05  WS-RVL-DLM1                PIC X(01) VALUE ';'.
           05  WS-RVL-SUB-ID              PIC X(09).
           05  WS-RVL-DLM2                PIC X(01) VALUE ';'.
           05  WS-RVL-REASON              PIC X(28).
           05  WS-RVL-DLM3                PIC X(01) VALUE ';'.
           05  WS-RVL-TRM-RUN-DT          PIC 9(08).
           05  WS-RVL-DLM4                PIC X(01) VALUE ';'.
           05  WS-RVL-DAYS                PIC ZZZZ9.
           05  WS-RVL-DLM5                PIC X(01) VALUE ';'.
           05  WS-RVL-TRM-DUE             PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RVL-DLM6                PIC X(01) VALUE ';'.
           05  WS-RVL-CURR-DUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RVL-DLM7                PIC X(01) VALUE ';'.
           05  WS-RVL-CURR-CASH           PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-RVL-DLM8                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-RVW-HDR.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'SUB-ID   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(28)
               VALUE 'REVIEW REASON               '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE 'TERMED  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(05) VALUE 'DAYS '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'DUE AT TERM    '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'DUE CURRENT    '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'SUSPENSE CASH  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  WS-RVW-TRL.
           05  WS-RVT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-RVT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-RVT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(116) VALUE SPACES.

      *    REINSTATED-SUBSCRIBER LIST - TESTIMSP (0089-LOAD-
      *    REINSTATED) READS THE SUBSCRIBER ID FROM POSITIONS 1-9.
       01  WS-RLS-REC.
           05  WS-RLS-SUB-ID              PIC X(09).
           05  WS-RLS-EFF-DT              PIC 9(08).
           05  WS-RLS-RSN-CD              PIC X(02).
           05  FILLER                     PIC X(11) VALUE SPACES.

      *    CYCLE CONTROL LEDGER (CYCLCTL DD) - SAME RECORD AND STAMP
      *    IMAGES AND RETURN CODES AS TESTIMSP WS-CYCLE-CONTROL-
      *    FIELDS - THE LAYOUTS MUST STAY IN STEP.  THIS STEP READS
      *    TRMTRAN FROM THE LAST CYCLE ON THE LEDGER, ONCE TESTIMSP
      *    (AND TESTMRGE ON A SLICED CYCLE) HAS POSTED IT COMPLETE.
      *    IT KEEPS NO STATUS OF ITS OWN ON THE LEDGER - A RERUN
      *    READS THE SAME TRMHSTI AND REWRITES THE SAME OUTPUTS.
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

      *    CYCLE STAMP - THE FIRST RECORD OF TRMHSTO AND REINLST.
      *    READERS KNOW IT BY THE LITERAL IN POSITIONS 1-9.
       01  WS-CYCLE-STAMP-REC.
           05  WS-CST-STAMP-ID            PIC X(09) VALUE 'CYCLEHDR '.
           05  WS-CST-CYCLE-NO            PIC 9(05) VALUE ZEROES.
           05  WS-CST-RUN-DATE            PIC 9(08) VALUE ZEROES.
           05  WS-CST-PROGRAM             PIC X(08) VALUE 'TESTREIN'.

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
           05  TRMTRAN-RCDS-READ          PIC 9(09) VALUE 0.
           05  TRMTRAN-ALREADY-HELD       PIC 9(09) VALUE 0.
           05  HISTORY-RCDS-IN            PIC 9(09) VALUE 0.
           05  TERMS-REVIEWED             PIC 9(09) VALUE 0.
           05  REI-PAID-CNT               PIC 9(09) VALUE 0.
           05  REI-COVERED-CNT            PIC 9(09) VALUE 0.
           05  REI-RCDS-OUT               PIC 9(09) VALUE 0.
           05  REVIEW-RCDS-OUT            PIC 9(09) VALUE 0.
           05  WINDOW-CLOSED-CNT          PIC 9(09) VALUE 0.
           05  CLOSED-HELD-CNT            PIC 9(09) VALUE 0.
           05  CLOSED-RELEASED-CNT        PIC 9(09) VALUE 0.
           05  STILL-OPEN-CNT             PIC 9(09) VALUE 0.
           05  HISTORY-RCDS-OUT           PIC 9(09) VALUE 0.
           05  WS-REI-DOLLARS             PIC 9(11)V99 COMP-3 VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.
           05  GU                         PIC X(04) VALUE  'GU  '.
           05  GN                         PIC X(04) VALUE  'GN  '.

       01  VSFPCSH-SEGMENT.
           COPY VSFPCSHC.

       01  VSFPBIR-SEGMENT.
           COPY VSFPBIRC.

      *    GENERIC (PARTIAL-KEY) SSAS - SAME APPROACH AS TESTCSHA:
      *    POSITION ON THE GROUP PREFIX OF THE CONCATENATED KEY AND
      *    SCAN FORWARD MATCHING THE SUBSCRIBER IN STORAGE.  THIS
      *    PROGRAM ONLY READS, SO NO HOLD CALLS.
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


       PROCEDURE DIVISION.
           ENTRY 'DLITCBL' USING IO-PCB
                                 CSH-PCB-AREA
                                 BIR-PCB-AREA.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTREIN *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

           PERFORM 0050-READ-CONTROL-CARD.
           PERFORM 0060-CHECK-CYCLE-LEDGER.
           PERFORM 0100-LOAD-TERM-HISTORY.
           PERFORM 0200-LOAD-CURRENT-TERMS.

           OPEN OUTPUT REIN-TRANS-FILE
           OPEN OUTPUT REVIEW-FILE
           WRITE REVIEW-REC FROM WS-RVW-HDR
           OPEN OUTPUT REIN-LIST-FILE
           WRITE REIN-LIST-REC FROM WS-CYCLE-STAMP-REC
           OPEN OUTPUT TERM-HIST-FILE
           WRITE TERM-HIST-REC FROM WS-CYCLE-STAMP-REC

           PERFORM 0300-REVIEW-TERMINATIONS.

           MOVE REVIEW-RCDS-OUT      TO WS-RVT-COUNT
           WRITE REVIEW-REC FROM WS-RVW-TRL.

       000000-MAINLINE-CLOSE-DOWN.

           PERFORM 900000-DISPLAY-STATS.
           CLOSE REIN-TRANS-FILE.
           CLOSE REVIEW-FILE.
           CLOSE REIN-LIST-FILE.
           CLOSE TERM-HIST-FILE.

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
                    MOVE ZEROES      TO WS-CNTL-RUN-DATE-IN
                                        WS-CNTL-WINDOW-IN
              END-READ
              IF WS-CNTL-RUN-DATE-IN IS NUMERIC
                 AND WS-CNTL-RUN-DATE-IN NOT = ZERO
                 MOVE WS-CNTL-RUN-DATE-IN TO WS-CURR-PDATE
              END-IF
              IF WS-CNTL-WINDOW-IN IS NUMERIC
                 AND WS-CNTL-WINDOW-IN NOT = ZERO
                 MOVE WS-CNTL-WINDOW-IN TO WS-REIN-WINDOW-DAYS
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-CURR-PDATE = ZERO
              ACCEPT WS-CURR-DATE    FROM DATE
              MOVE 20                TO WS-CURR-PDATE(1:2)
              MOVE WS-CURR-DATE      TO WS-CURR-PDATE(3:6)
           END-IF

           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURR-PDATE)

           DISPLAY '*** PROCESS DATE        = ' WS-CURR-PDATE
           DISPLAY '*** REINSTATEMENT WINDOW= ' WS-REIN-WINDOW-DAYS
                   ' DAYS'.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0060-CHECK-CYCLE-LEDGER.

      *    THE TRMTRAN REVIEWED HERE BELONGS TO THE LAST CYCLE ON THE
      *    LEDGER.  IT MUST BE POSTED COMPLETE BY TESTIMSP (AND BY
      *    TESTMRGE WHEN IT RAN SLICED).  TRMHSTI MUST THEN BE THE
      *    HISTORY THIS STEP WROTE FOR THE CYCLE BEFORE.
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

      *    A FIRST CYCLE HAS NO PRIOR HISTORY AND NEEDS THE OVERRIDE
      *    - ANY LATER CYCLE MUST NOT CARRY ONE.
           IF WS-CYR-FIRST-FLAG = 'Y'
              IF NOT WS-CYC-FIRST-OVERRIDE
                 MOVE 70 TO WS-RETURN-CODE
                 DISPLAY '****  CYCLE ' WS-CYR-CYCLE-NO ' IS A FIRST'
                         ' CYCLE - TESTREIN NEEDS THE FIRSTCYC'
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
       0100-LOAD-TERM-HISTORY.

      *    LOAD THE TERMINATIONS STILL HELD AT THE END OF LAST CYCLE
      *    (TRMHSTI DD, THE PREVIOUS RUN'S TRMHSTO) - OPEN ONES AND
      *    CLOSED ONES THAT TESTIMSP WAS STILL SENDING.  THE FILE
      *    MUST CARRY LAST CYCLE'S STAMP; ONLY A FIRST CYCLE MAY RUN
      *    WITHOUT IT.
           MOVE 'N'                  TO WS-THI-EOF-FLAG
           MOVE 'TRMHSTI'            TO WS-CYC-STAMP-DD
           MOVE ZERO                 TO WS-CYC-STAMP-CNT
           OPEN INPUT PRIOR-HIST-FILE

           IF WS-THI-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-THI-EOF-FLAG
              PERFORM 0067-CHECK-INPUT-MISSING
           ELSE
              PERFORM UNTIL WS-THI-FILE-EOF
                 READ PRIOR-HIST-FILE INTO WS-THS-REC
                    AT END
                       MOVE 'Y'      TO WS-THI-EOF-FLAG
                    NOT AT END
                       IF PRIOR-HIST-REC(1:9) = 'CYCLEHDR '
                          MOVE PRIOR-HIST-REC TO WS-CYCLE-STAMP-IN
                          PERFORM 0065-CHECK-CYCLE-STAMP
                       END-IF
                       IF WS-THS-TRANS-CD = 'TRM'
      *                   A DROPPED ENTRY IS A PAID-UP MEMBER WHO
      *                   IS NEVER REINSTATED - STOP INSTEAD.
                          IF WS-THST-CNT >= WS-THST-MAX
                             MOVE 53 TO WS-RETURN-CODE
                             DISPLAY '****  TERMINATION HISTORY TABLE'
                                     ' FULL AT ' WS-THST-CNT
                                     ' - RAISE WS-THST-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-THST-CNT
                                        HISTORY-RCDS-IN
                          MOVE WS-THST-CNT TO WS-THST-IX
                          MOVE WS-THS-GRP-KEY
                                     TO WS-THT-GRP-KEY (WS-THST-IX)
                          MOVE WS-THS-SUB-ID-KEY
                                     TO WS-THT-SUB-ID-KEY (WS-THST-IX)
                          MOVE WS-THS-COV-END-DT
                                     TO WS-THT-COV-END-DT (WS-THST-IX)
                          MOVE WS-THS-RSN-CD
                                     TO WS-THT-RSN-CD (WS-THST-IX)
                          MOVE WS-THS-TRM-RUN-DT
                                     TO WS-THT-TRM-RUN-DT (WS-THST-IX)
                          IF WS-THS-TRM-DUE-AMT IS NUMERIC
                             MOVE WS-THS-TRM-DUE-AMT
                                     TO WS-THT-TRM-DUE-AMT (WS-THST-IX)
                          ELSE
                             MOVE ZERO
                                     TO WS-THT-TRM-DUE-AMT (WS-THST-IX)
                          END-IF
                          MOVE 'P'   TO WS-THT-SRC (WS-THST-IX)
                          IF WS-THS-WINDOW-CLOSED
                             MOVE 'C'
                                     TO WS-THT-WINDOW-FLAG (WS-THST-IX)
                          ELSE
                             MOVE SPACE
                                     TO WS-THT-WINDOW-FLAG (WS-THST-IX)
                          END-IF
                          MOVE 'N'   TO WS-THT-TRMTRAN-FLAG (WS-THST-IX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRIOR-HIST-FILE
              PERFORM 0066-CHECK-STAMP-FOUND
           END-IF

           DISPLAY '*** OPEN TERMINATIONS LOADED = ' HISTORY-RCDS-IN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-LOAD-CURRENT-TERMS.

      *    ADD THIS CYCLE'S TERMINATIONS.  TESTIMSP WRITES A 'TRM'
      *    FOR EVERY 90+ DAY ACCOUNT IT SEES, SO A SUBSCRIBER
      *    ALREADY OPEN ON THE HISTORY KEEPS ITS ORIGINAL ENTRY -
      *    THE WINDOW RUNS FROM THE FIRST TERMINATION, NOT THE
      *    LATEST REPEAT.  EVERY ENTRY TRMTRAN STILL CARRIES IS
      *    MARKED, SO A CLOSED ENTRY IS HELD ONLY WHILE IT REPEATS.
           MOVE 'N'                  TO WS-TRM-EOF-FLAG
           OPEN INPUT TERM-TRANS-FILE
           IF NOT WS-TRM-FILE-OK
              MOVE 16 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*        0200-LOAD-CURRENT-TERMS        ****'
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
                       PERFORM 0210-ADD-CURRENT-TERM
                    END-IF
              END-READ
           END-PERFORM

           CLOSE TERM-TRANS-FILE

           DISPLAY '*** TERMINATIONS THIS CYCLE = ' TRMTRAN-RCDS-READ.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0210-ADD-CURRENT-TERM.

           MOVE 'N'                  TO WS-THST-FOUND-FLAG

           IF WS-THST-CNT > 0
              SET THST-INDEX         TO 1
              SEARCH WS-THST-TBL
                 AT END
                      CONTINUE
                 WHEN THST-INDEX > WS-THST-CNT
                      CONTINUE
                 WHEN WS-THT-SUB-ID-KEY (THST-INDEX) =
                                          WS-TRM-SUB-ID-KEY
                      MOVE 'Y'       TO WS-THST-FOUND-FLAG
                      SET WS-THST-IX TO THST-INDEX
              END-SEARCH
           END-IF

           IF WS-THST-FOUND-FLAG = 'Y'
              ADD 1                  TO TRMTRAN-ALREADY-HELD
              MOVE 'Y'               TO WS-THT-TRMTRAN-FLAG (WS-THST-IX)
           ELSE
              IF WS-THST-CNT >= WS-THST-MAX
                 MOVE 53 TO WS-RETURN-CODE
                 DISPLAY '****  TERMINATION HISTORY TABLE FULL AT '
                         WS-THST-CNT ' - RAISE WS-THST-MAX AND RERUN'
                 CLOSE TERM-TRANS-FILE
                 GO TO 000000-MAINLINE-EXIT
              END-IF
              ADD 1                  TO WS-THST-CNT
              MOVE WS-THST-CNT       TO WS-THST-IX
              MOVE WS-TRM-GRP-KEY    TO WS-THT-GRP-KEY (WS-THST-IX)
              MOVE WS-TRM-SUB-ID-KEY TO WS-THT-SUB-ID-KEY (WS-THST-IX)
              MOVE WS-TRM-COV-END-DT TO WS-THT-COV-END-DT (WS-THST-IX)
              MOVE WS-TRM-RSN-CD     TO WS-THT-RSN-CD (WS-THST-IX)
              MOVE WS-TRM-RUN-DATE   TO WS-THT-TRM-RUN-DT (WS-THST-IX)
              MOVE ZERO              TO WS-THT-TRM-DUE-AMT (WS-THST-IX)
              MOVE 'N'               TO WS-THT-SRC (WS-THST-IX)
              MOVE SPACE             TO WS-THT-WINDOW-FLAG (WS-THST-IX)
              MOVE 'Y'               TO WS-THT-TRMTRAN-FLAG (WS-THST-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-REVIEW-TERMINATIONS.

      *    A CLOSED ENTRY IS NEVER RE-REVIEWED - ITS WINDOW DOES NOT
      *    REOPEN, WHATEVER THE ACCOUNT HAS DONE SINCE.
           IF WS-THST-CNT > 0
              PERFORM VARYING WS-THST-IX FROM 1 BY 1
                        UNTIL WS-THST-IX > WS-THST-CNT
                 IF WS-THT-WINDOW-CLOSED (WS-THST-IX)
                    PERFORM 0305-HOLD-CLOSED-TERM
                 ELSE
                    PERFORM 0310-REVIEW-ONE-TERM
                 END-IF
              END-PERFORM
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0305-HOLD-CLOSED-TERM.

      *    HOLD A CLOSED ENTRY WHILE TESTIMSP IS STILL SENDING THE
      *    TERMINATION; ONCE TRMTRAN DROPS THE SUBSCRIBER IT IS
      *    RELEASED AND A LATER TERMINATION STARTS A NEW WINDOW.
           IF WS-THT-ON-TRMTRAN (WS-THST-IX)
              PERFORM 0360-CARRY-HISTORY
              ADD 1                  TO CLOSED-HELD-CNT
           ELSE
              ADD 1                  TO CLOSED-RELEASED-CNT
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0310-REVIEW-ONE-TERM.

      *    RE-READ THE ACCOUNT AND DECIDE ITS FATE THIS CYCLE:
      *      PAID (NOTHING DUE) OR COVERED (SUSPENSE CASH AT LEAST
      *      THE AMOUNT DUE) INSIDE THE WINDOW  - REINSTATE
      *      PAID OR COVERED AFTER THE WINDOW     - REVIEW, CLOSE
      *      PART PAID                            - REVIEW, KEEP
      *                                             UNTIL THE WINDOW
      *                                             CLOSES
      *      NO BILLING ROOT                      - REVIEW, SAME
      *      NOTHING PAID                         - KEEP UNTIL THE
      *                                             WINDOW CLOSES
      *    AN ENTRY NOT KEPT WHOSE WINDOW HAS CLOSED IS MARKED CLOSED
      *    AND HELD WHILE TRMTRAN STILL CARRIES THE SUBSCRIBER.
           ADD 1                     TO TERMS-REVIEWED
           PERFORM 0320-GET-CASH-SEGMENT
           PERFORM 0330-GET-BILLING-ROOT

           MOVE ZERO                 TO WS-CURR-DUE-AMT
                                        WS-CURR-CASH-AMT
           IF WS-BIR-FOUND-FLAG = 'Y'
              MOVE BI-TOT-DUE-AMT    TO WS-CURR-DUE-AMT
           END-IF
           IF WS-CSH-FOUND-FLAG = 'Y'
              MOVE CS-UNALLOC-AMT    TO WS-CURR-CASH-AMT
           END-IF

      *    A TERMINATION FIRST SEEN THIS CYCLE RECORDS ITS ARREARS -
      *    THE BASELINE A LATER PARTIAL PAYMENT IS MEASURED FROM.
           IF WS-THT-NEW-THIS-CYCLE (WS-THST-IX)
              AND WS-CURR-DUE-AMT > 0
              MOVE WS-CURR-DUE-AMT   TO WS-THT-TRM-DUE-AMT (WS-THST-IX)
           END-IF

           MOVE 'N'                  TO WS-IN-WINDOW-FLAG
           MOVE ZERO                 TO WS-DAYS-SINCE-TERM
           IF WS-THT-TRM-RUN-DT (WS-THST-IX) IS NUMERIC
              AND WS-THT-TRM-RUN-DT (WS-THST-IX) NOT = ZERO
              COMPUTE WS-TERM-INTEGER = FUNCTION INTEGER-OF-DATE
                      (WS-THT-TRM-RUN-DT (WS-THST-IX))
              COMPUTE WS-DAYS-SINCE-TERM =
                      WS-TODAY-INTEGER - WS-TERM-INTEGER
              IF WS-DAYS-SINCE-TERM NOT > WS-REIN-WINDOW-DAYS
                 MOVE 'Y'            TO WS-IN-WINDOW-FLAG
              END-IF
           END-IF

           MOVE SPACES               TO WS-RVW-REASON
           MOVE 'N'                  TO WS-KEEP-FLAG

           EVALUATE TRUE
              WHEN WS-BIR-FOUND-FLAG NOT = 'Y'
                 MOVE 'NO BILLING ROOT FOUND'
                                     TO WS-RVW-REASON
                 PERFORM 0350-WRITE-REVIEW
                 IF WS-IN-WINDOW
                    MOVE 'Y'         TO WS-KEEP-FLAG
                 END-IF
              WHEN WS-CURR-DUE-AMT NOT > 0
                 IF WS-IN-WINDOW
                    MOVE 'PD'        TO WS-REI-RSN-CD
                    PERFORM 0340-WRITE-REINSTATEMENT
                 ELSE
                    MOVE 'PAID AFTER WINDOW CLOSED'
                                     TO WS-RVW-REASON
                    PERFORM 0350-WRITE-REVIEW
                 END-IF
              WHEN WS-CURR-CASH-AMT NOT < WS-CURR-DUE-AMT
                 IF WS-IN-WINDOW
                    MOVE 'CV'        TO WS-REI-RSN-CD
                    PERFORM 0340-WRITE-REINSTATEMENT
                 ELSE
                    MOVE 'COVERED AFTER WINDOW CLOSED'
                                     TO WS-RVW-REASON
                    PERFORM 0350-WRITE-REVIEW
                 END-IF
              WHEN WS-CURR-DUE-AMT < WS-THT-TRM-DUE-AMT (WS-THST-IX)
                OR WS-CURR-CASH-AMT > 0
                 IF WS-IN-WINDOW
                    MOVE 'PARTIAL PAYMENT IN WINDOW'
                                     TO WS-RVW-REASON
                    MOVE 'Y'         TO WS-KEEP-FLAG
                 ELSE
                    MOVE 'PARTIAL PAYMENT - WINDOW OVER'
                                     TO WS-RVW-REASON
                 END-IF
                 PERFORM 0350-WRITE-REVIEW
              WHEN OTHER
                 IF WS-IN-WINDOW
                    MOVE 'Y'         TO WS-KEEP-FLAG
                 END-IF
           END-EVALUATE

           IF WS-KEEP-FLAG = 'Y'
              PERFORM 0360-CARRY-HISTORY
              ADD 1                  TO STILL-OPEN-CNT
           ELSE
              IF NOT WS-IN-WINDOW
                 ADD 1               TO WINDOW-CLOSED-CNT
                 MOVE 'C'            TO WS-THT-WINDOW-FLAG (WS-THST-IX)
                 IF WS-THT-ON-TRMTRAN (WS-THST-IX)
                    PERFORM 0360-CARRY-HISTORY
                    ADD 1            TO CLOSED-HELD-CNT
                 END-IF
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0320-GET-CASH-SEGMENT.

           MOVE 'N'                  TO WS-CSH-FOUND-FLAG
           MOVE 'N'                  TO WS-CSH-SCAN-EOF
           MOVE SPACES               TO CSH-DLI-STATUS-CODE
           INITIALIZE VSFPCSH-SEGMENT
           MOVE WS-THT-GRP-KEY (WS-THST-IX) TO SSA-CGR-KEY

           CALL 'CBLTDLI' USING GU
                                CSH-PCB-AREA
                                VSFPCSH-SEGMENT
                                SSA-VSFPCSH-GRP

           PERFORM UNTIL WS-CSH-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT CSH-GOOD-CALL
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-GRP-KEY NOT = WS-THT-GRP-KEY (WS-THST-IX)
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-SUB-ID-KEY(4:9) =
                      WS-THT-SUB-ID-KEY (WS-THST-IX) (4:9)
                    MOVE 'Y'         TO WS-CSH-FOUND-FLAG
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN OTHER
                    INITIALIZE VSFPCSH-SEGMENT
                    CALL 'CBLTDLI' USING GN
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
              DISPLAY '*          0320-GET-CASH-SEGMENT        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' CSH-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPCSH-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0330-GET-BILLING-ROOT.

      *    FIRST MATCH FOR THE SUBSCRIBER IS THE OLDEST DUE DATE -
      *    THE SAME ROOT TESTIMSP AGED AND TERMINATED ON.
           MOVE 'N'                  TO WS-BIR-FOUND-FLAG
           MOVE 'N'                  TO WS-BIR-SCAN-EOF
           MOVE SPACES               TO BIR-DLI-STATUS-CODE
           INITIALIZE VSFPBIR-SEGMENT
           MOVE WS-THT-GRP-KEY (WS-THST-IX) TO SSA-BGR-KEY

           CALL 'CBLTDLI' USING GU
                                BIR-PCB-AREA
                                VSFPBIR-SEGMENT
                                SSA-VSFPBIR-GRP

           PERFORM UNTIL WS-BIR-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT BIR-GOOD-CALL
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-GRP-KEY NOT = WS-THT-GRP-KEY (WS-THST-IX)
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-SUB-ID-KEY(4:9) =
                      WS-THT-SUB-ID-KEY (WS-THST-IX) (4:9)
                    MOVE 'Y'         TO WS-BIR-FOUND-FLAG
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN OTHER
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
              DISPLAY '*          0330-GET-BILLING-ROOT        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPBIR-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0340-WRITE-REINSTATEMENT.

      *    COVERAGE RESUMES THE DAY AFTER THE TERMINATED COVERAGE
      *    END, SO THE MEMBER HAS NO GAP.  THE SUBSCRIBER IS ALSO
      *    LISTED ON REINLST FOR NEXT CYCLE'S TESTIMSP.
           COMPUTE WS-REIN-EFF-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-THT-COV-END-DT (WS-THST-IX)) + 1

           MOVE SPACES               TO WS-REI-TRANS-REC
           MOVE 'REI'                TO WS-REI-TRANS-CD
           MOVE WS-THT-GRP-KEY (WS-THST-IX)    TO WS-REI-GRP-KEY
           MOVE WS-THT-SUB-ID-KEY (WS-THST-IX) TO WS-REI-SUB-ID-KEY
           MOVE FUNCTION DATE-OF-INTEGER (WS-REIN-EFF-INTEGER)
                                     TO WS-REI-EFF-DT
           MOVE WS-CURR-PDATE        TO WS-REI-RUN-DATE
           WRITE REIN-TRANS-REC FROM WS-REI-TRANS-REC
           ADD 1                     TO REI-RCDS-OUT
           ADD WS-THT-TRM-DUE-AMT (WS-THST-IX) TO WS-REI-DOLLARS

           IF WS-REI-PAID
              ADD 1                  TO REI-PAID-CNT
           ELSE
              ADD 1                  TO REI-COVERED-CNT
           END-IF

           MOVE SPACES               TO WS-RLS-REC
           MOVE WS-THT-SUB-ID-KEY (WS-THST-IX) (4:9)
                                     TO WS-RLS-SUB-ID
           MOVE WS-REI-EFF-DT        TO WS-RLS-EFF-DT
           MOVE WS-REI-RSN-CD        TO WS-RLS-RSN-CD
           WRITE REIN-LIST-REC FROM WS-RLS-REC.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0350-WRITE-REVIEW.

           MOVE SPACES               TO WS-RVW-REC
           MOVE ';'                  TO WS-RVL-DLM1
                                        WS-RVL-DLM2
                                        WS-RVL-DLM3
                                        WS-RVL-DLM4
                                        WS-RVL-DLM5
                                        WS-RVL-DLM6
                                        WS-RVL-DLM7
                                        WS-RVL-DLM8
           MOVE WS-THT-GRP-KEY (WS-THST-IX)    TO WS-RVL-GRP-KEY
           MOVE WS-THT-SUB-ID-KEY (WS-THST-IX) (4:9)
                                     TO WS-RVL-SUB-ID
           MOVE WS-RVW-REASON        TO WS-RVL-REASON
           MOVE WS-THT-TRM-RUN-DT (WS-THST-IX) TO WS-RVL-TRM-RUN-DT
           MOVE WS-DAYS-SINCE-TERM   TO WS-RVL-DAYS
           MOVE WS-THT-TRM-DUE-AMT (WS-THST-IX) TO WS-RVL-TRM-DUE
           MOVE WS-CURR-DUE-AMT      TO WS-RVL-CURR-DUE
           MOVE WS-CURR-CASH-AMT     TO WS-RVL-CURR-CASH

           WRITE REVIEW-REC FROM WS-RVW-REC
           ADD 1                     TO REVIEW-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0360-CARRY-HISTORY.

           MOVE SPACES               TO WS-THS-REC
           MOVE 'TRM'                TO WS-THS-TRANS-CD
           MOVE WS-THT-GRP-KEY (WS-THST-IX)     TO WS-THS-GRP-KEY
           MOVE WS-THT-SUB-ID-KEY (WS-THST-IX)  TO WS-THS-SUB-ID-KEY
           MOVE WS-THT-COV-END-DT (WS-THST-IX)  TO WS-THS-COV-END-DT
           MOVE WS-THT-RSN-CD (WS-THST-IX)      TO WS-THS-RSN-CD
           MOVE WS-THT-TRM-RUN-DT (WS-THST-IX)  TO WS-THS-TRM-RUN-DT
           MOVE WS-THT-TRM-DUE-AMT (WS-THST-IX) TO WS-THS-TRM-DUE-AMT
           MOVE WS-THT-WINDOW-FLAG (WS-THST-IX) TO WS-THS-WINDOW-FLAG

           WRITE TERM-HIST-REC FROM WS-THS-REC
           ADD 1                     TO HISTORY-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTREIN COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** OPEN TERMS CARRIED IN = ' HISTORY-RCDS-IN.
           DISPLAY '**** TRMTRAN RECORDS READ  = ' TRMTRAN-RCDS-READ.
           DISPLAY '****   ALREADY ON HISTORY  = '
                   TRMTRAN-ALREADY-HELD.
           DISPLAY '**** TERMINATIONS REVIEWED = ' TERMS-REVIEWED.
           DISPLAY '**** REINSTATEMENTS OUT    = ' REI-RCDS-OUT.
           DISPLAY '****   PD ARREARS PAID     = ' REI-PAID-CNT.
           DISPLAY '****   CV SUSPENSE COVERS  = ' REI-COVERED-CNT.
           DISPLAY '**** ARREARS REINSTATED    = ' WS-REI-DOLLARS.
           DISPLAY '**** REVIEW LIST RECORDS   = ' REVIEW-RCDS-OUT.
           DISPLAY '**** WINDOW CLOSED         = ' WINDOW-CLOSED-CNT.
           DISPLAY '**** CLOSED - HELD         = ' CLOSED-HELD-CNT.
           DISPLAY '**** CLOSED - RELEASED     = ' CLOSED-RELEASED-CNT.
           DISPLAY '**** STILL OPEN            = ' STILL-OPEN-CNT.
           DISPLAY '**** HISTORY RECORDS OUT   = ' HISTORY-RCDS-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTREIN SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
