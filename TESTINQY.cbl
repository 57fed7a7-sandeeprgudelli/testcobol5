       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTINQY.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTINQY                          ****
      ****       "SENIOR PLAN DELINQUENCY ONLINE INQUIRY"          ****
      *****************************************************************
      ****
      ****   PURPOSE:   IMS MESSAGE PROCESSING PROGRAM FOR THE
      ****              COLLECTIONS DESK.  THE REPRESENTATIVE KEYS
      ****              THE TRANSACTION CODE AND A SUBSCRIBER ID AND
      ****              GETS BACK ONE SCREEN SHOWING:
      ****
      ****              LIVE, FROM VSFPBIR / VSFPCSH -
      ****                 OLDEST UNPAID DUE DATE, DAYS PAST DUE,
      ****                 CURRENT AGING TIER, AMOUNT DUE AND
      ****                 UNAPPLIED SUSPENSE CASH.
      ****              FROM THE LAST BATCH CYCLE, VIA VSDQINQ
      ****              (LOADED BY TESTINQL) -
      ****                 TIER AND AMOUNT AGED, LAST PROMISE-TO-PAY
      ****                 NOTE AND WHETHER IT BROKE, RETURNED-LETTER
      ****                 SUPPRESSION, SIX-CYCLE N/C/D HISTORY AND
      ****                 CHRONIC FLAG, CASH APPLICATION RESULT AND
      ****                 ANY TERMINATION SENT OR HELD.
      ****
      ****              READ ONLY.  A DATABASE ERROR IS REPORTED ON
      ****              THE SCREEN AND THE PROGRAM GOES ON TO THE
      ****              NEXT MESSAGE.
      ****
      ****   INPUT  :   MESSAGE - TRAN CODE, ONE SPACE, SUBSCRIBER ID
      ****              VSDQINQ - DELINQUENCY INQUIRY DATABASE
      ****              VSFPBIR - BILLING ROOT
      ****              VSFPCSH - UNALLOCATED CASH
      ****   OUTPUT :   INQUIRY SCREEN TO THE ORIGINATING TERMINAL
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512232  *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTINQY'.

       01  WS-SWITCHES.
           05  WS-MSG-LOOP-FLAG           PIC X(01) VALUE 'N'.
               88  WS-NO-MORE-MSGS                VALUE 'Y'.
           05  WS-INQ-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-BIR-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-BIR-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-CSH-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-CSH-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-DB-ERROR-FLAG           PIC X(01) VALUE 'N'.
               88  WS-DB-ERROR                    VALUE 'Y'.

      *    LIVE AGING USES THE SAME DAY WINDOWS AS TESTIMSP.
       01  WS-TIER-LIMITS.
           05  WS-DELQ-LOW-DAYS           PIC S9(05) COMP VALUE +30.
           05  WS-WARN-LOW-DAYS           PIC S9(05) COMP VALUE +60.
           05  WS-CANC-LOW-DAYS           PIC S9(05) COMP VALUE +90.

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-CURR-PDATE              PIC 9(08) VALUE ZEROES.
           05  WS-TODAY-INTEGER           PIC S9(09) COMP.
           05  WS-DUE-DT-INTEGER          PIC S9(09) COMP.
           05  WS-DAYS-PAST-DUE           PIC S9(05) COMP VALUE +0.
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

       01  WS-LIVE-FIELDS.
           05  WS-LIVE-DUE-AMT            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LIVE-CASH-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LIVE-NET-AMT            PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-LIVE-TIER-DESC          PIC X(10) VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-LINE-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-LINE-IX                 PIC S9(04) COMP VALUE +0.
           05  WS-ERR-CALL                PIC X(04) VALUE SPACES.
           05  WS-ERR-DBD                 PIC X(08) VALUE SPACES.
           05  WS-ERR-STATUS              PIC X(02) VALUE SPACES.

       01  COUNTERS.
           05  MSGS-IN                    PIC 9(09) VALUE 0.
           05  SCREENS-OUT                PIC 9(09) VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

      *---------------------------------------------------------------*
      *    INPUT MESSAGE - TRANSACTION CODE, A SPACE, SUBSCRIBER ID    *
      *---------------------------------------------------------------*
       01  WS-INPUT-MSG.
           05  WS-IN-LL                   PIC S9(04) COMP.
           05  WS-IN-ZZ                   PIC S9(04) COMP.
           05  WS-IN-TRAN-CD              PIC X(08).
           05  FILLER                     PIC X(01).
           05  WS-IN-SUB-ID               PIC X(09).
           05  FILLER                     PIC X(62).

      *---------------------------------------------------------------*
      *    OUTPUT MESSAGE - ONE SEGMENT PER SCREEN LINE                *
      *---------------------------------------------------------------*
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                  PIC S9(04) COMP VALUE +83.
           05  WS-OUT-ZZ                  PIC S9(04) COMP VALUE +0.
           05  WS-OUT-LINE                PIC X(79).

       01  WS-SCREEN.
           05  WS-SCREEN-LINE OCCURS 12 TIMES
                                          PIC X(79).

      *---------------------------------------------------------------*
      *    SCREEN LINE LAYOUTS                                         *
      *---------------------------------------------------------------*
       01  WS-SCR-HDR.
           05  FILLER                     PIC X(35)
               VALUE 'SENIOR PLAN DELINQUENCY INQUIRY   '.
           05  FILLER                     PIC X(11)
               VALUE 'SUBSCRIBER '.
           05  WS-SCH-SUB-ID              PIC X(09).
           05  FILLER                     PIC X(08)
               VALUE '  GROUP '.
           05  WS-SCH-GRP-KEY             PIC X(09).
           05  FILLER                     PIC X(07) VALUE SPACES.

       01  WS-SCR-CYCLE.
           05  FILLER                     PIC X(16)
               VALUE 'LAST CYCLE TIER '.
           05  WS-SCC-TIER                PIC X(10).
           05  FILLER                     PIC X(05) VALUE ' DUE '.
           05  WS-SCC-DUE-AMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(12)
               VALUE ' OLDEST DUE '.
           05  WS-SCC-DUE-DT              PIC X(08).
           05  FILLER                     PIC X(07) VALUE ' AS OF '.
           05  WS-SCC-LOAD-DT             PIC 9(08).

       01  WS-SCR-LIVE.
           05  FILLER                     PIC X(24)
               VALUE 'LIVE BILLING OLDEST DUE '.
           05  WS-SCL-DUE-DT.
               10  WS-SCL-DUE-MM          PIC 9(02).
               10  FILLER                 PIC X(01) VALUE '/'.
               10  WS-SCL-DUE-DD          PIC 9(02).
               10  FILLER                 PIC X(01) VALUE '/'.
               10  WS-SCL-DUE-CCYY        PIC 9(04).
           05  FILLER                     PIC X(16)
               VALUE '  DAYS PAST DUE '.
           05  WS-SCL-DAYS                PIC ZZZZ9-.
           05  FILLER                     PIC X(07) VALUE '  TIER '.
           05  WS-SCL-TIER                PIC X(10).
           05  FILLER                     PIC X(06) VALUE SPACES.

       01  WS-SCR-AMOUNTS.
           05  FILLER                     PIC X(09) VALUE 'LIVE DUE '.
           05  WS-SCA-DUE-AMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(11)
               VALUE '  SUSPENSE '.
           05  WS-SCA-CASH-AMT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(10)
               VALUE '  NET DUE '.
           05  WS-SCA-NET-AMT             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-SCR-PROMISE.
           05  FILLER                     PIC X(25)
               VALUE 'PROMISE TO PAY NOTE DATE '.
           05  WS-SCP-NOTE-DT             PIC X(08).
           05  FILLER                     PIC X(09) VALUE '  STATUS '.
           05  WS-SCP-STATUS              PIC X(30).
           05  FILLER                     PIC X(07) VALUE SPACES.

       01  WS-SCR-SUPPRESS.
           05  FILLER                     PIC X(26)
               VALUE 'RETURNED MAIL SUPPRESSION '.
           05  WS-SCS-FLAG                PIC X(03).
           05  FILLER                     PIC X(09) VALUE '  REASON '.
           05  WS-SCS-RSN-CD              PIC X(02).
           05  FILLER                     PIC X(11)
               VALUE '  RETURNED '.
           05  WS-SCS-RETURN-DT           PIC X(08).
           05  FILLER                     PIC X(20) VALUE SPACES.

       01  WS-SCR-HISTORY.
           05  FILLER                     PIC X(33)
               VALUE 'SIX CYCLE HISTORY (OLDEST FIRST) '.
           05  WS-SCY-CYCLES              PIC X(06).
           05  FILLER                     PIC X(11)
               VALUE '  CHRONIC  '.
           05  WS-SCY-CHRONIC             PIC X(03).
           05  FILLER                     PIC X(26)
               VALUE ' N=NEW C=CARRIED D=60+ DAY'.

       01  WS-SCR-CASH.
           05  FILLER                     PIC X(10) VALUE 'CASH APPL '.
           05  WS-SCK-STATUS              PIC X(11).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SCK-REASON              PIC X(28).
           05  FILLER                     PIC X(09) VALUE ' APPLIED '.
           05  WS-SCK-APPLIED             PIC X(15).
           05  FILLER                     PIC X(05) VALUE SPACES.

       01  WS-SCR-TERM.
           05  FILLER                     PIC X(12)
               VALUE 'TERMINATION '.
           05  WS-SCT-STATUS              PIC X(28).
           05  FILLER                     PIC X(08) VALUE '  REASON'.
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-SCT-RSN-CD              PIC X(02).
           05  FILLER                     PIC X(11)
               VALUE '  COV END  '.
           05  WS-SCT-COV-END-DT          PIC X(08).
           05  FILLER                     PIC X(09) VALUE SPACES.

       01  WS-SCR-MESSAGE.
           05  FILLER                     PIC X(09) VALUE 'MESSAGE: '.
           05  WS-SCM-TEXT                PIC X(70).

       01  WS-DB-ERROR-TEXT.
           05  FILLER                     PIC X(15)
               VALUE 'DATABASE ERROR '.
           05  WS-DBE-CALL                PIC X(04).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  WS-DBE-DBD                 PIC X(08).
           05  FILLER                     PIC X(08) VALUE ' STATUS '.
           05  WS-DBE-STATUS              PIC X(02).
           05  FILLER                     PIC X(32)
               VALUE ' - CALL THE HELP DESK'.

       01  IMS-WORK-FIELDS.
           05  GU                         PIC X(04) VALUE  'GU  '.
           05  GN                         PIC X(04) VALUE  'GN  '.
           05  ISRT                       PIC X(04) VALUE  'ISRT'.

       01  VSDQINQ-SEGMENT.
           COPY VSDQINQC.

       01  VSFPCSH-SEGMENT.
           COPY VSFPCSHC.

       01  VSFPBIR-SEGMENT.
           COPY VSFPBIRC.

       01  SSA-VSDQINQ-QUAL.
           05  SSA-DQ-SEG-NAME            PIC X(08) VALUE 'VSDQINQ '.
           05  SSA-DQ-LEFT-PAREN          PIC X(01) VALUE '('.
           05  SSA-DQ-FIELD-NAME          PIC X(08) VALUE 'DQSUBKEY'.
           05  SSA-DQ-OPER                PIC X(02) VALUE 'EQ'.
           05  SSA-DQ-KEY                 PIC X(09).
           05  SSA-DQ-RIGHT-PAREN         PIC X(01) VALUE ')'.

      *    GENERIC (PARTIAL-KEY) SSAS - SAME APPROACH AS TESTREIN:
      *    POSITION ON THE GROUP PREFIX OF THE CONCATENATED KEY AND
      *    SCAN FORWARD MATCHING THE SUBSCRIBER IN STORAGE.
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

       01  IO-PCB.
           05  IO-LTERM-NAME              PIC X(08).
           05  FILLER                     PIC X(02).
           05  IO-STATUS-CODE             PIC X(02).
               88  IO-GOOD-CALL               VALUE '  '.
               88  IO-NO-MORE-MSGS            VALUE 'QC'.
           05  IO-PREFIX-DATE             PIC S9(07) COMP-3.
           05  IO-PREFIX-TIME             PIC S9(06)V9 COMP-3.
           05  IO-MSG-SEQ-NO              PIC S9(05) COMP.
           05  IO-MOD-NAME                PIC X(08).
           05  IO-USER-ID                 PIC X(08).

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

       01  CSH-PCB-AREA.
           05  CSH-DBD-NAME               PIC X(08).
           05  CSH-SEG-LEVEL              PIC X(02).
           05  CSH-DLI-STATUS-CODE        PIC X(02).
               88  CSH-GOOD-CALL              VALUE '  '.
               88  CSH-SEG-NOT-FOUND          VALUE 'GE'.
               88  CSH-END-OF-DB              VALUE 'GB'.
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
           05  BIR-PROC-OPT               PIC X(04).
           05  BIR-RESERVED-AREA          PIC S9(05) COMP.
           05  BIR-SEG-NAME               PIC X(08).
           05  BIR-KEY-LENGTH             PIC S9(05) COMP.
           05  BIR-NUMBER-SEGS            PIC S9(05) COMP.
           05  BIR-KEY-FEEDBACK           PIC X(24).


       PROCEDURE DIVISION.
           ENTRY 'DLITCBL' USING IO-PCB
                                 INQ-PCB-AREA
                                 CSH-PCB-AREA
                                 BIR-PCB-AREA.

       000000-MAINLINE.

           PERFORM 0100-PROCESS-MESSAGE THRU 0100-EXIT
              UNTIL WS-NO-MORE-MSGS.

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0100-PROCESS-MESSAGE.

           MOVE SPACES               TO WS-INPUT-MSG
           CALL 'CBLTDLI' USING GU
                                IO-PCB
                                WS-INPUT-MSG

           IF IO-NO-MORE-MSGS
              MOVE 'Y'               TO WS-MSG-LOOP-FLAG
              GO TO 0100-EXIT.

           IF NOT IO-GOOD-CALL
              MOVE 'Y'               TO WS-MSG-LOOP-FLAG
              MOVE 40 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*          0100-PROCESS-MESSAGE         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' IO-STATUS-CODE
              DISPLAY '**** LTERM            = ' IO-LTERM-NAME
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 0100-EXIT.

           ADD 1                     TO MSGS-IN
           MOVE SPACES               TO WS-SCREEN
           MOVE ZERO                 TO WS-LINE-CNT
           MOVE 'N'                  TO WS-DB-ERROR-FLAG

           ACCEPT WS-CURR-DATE       FROM DATE
           MOVE 20                   TO WS-CURR-PDATE(1:2)
           MOVE WS-CURR-DATE         TO WS-CURR-PDATE(3:6)
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURR-PDATE)

           MOVE WS-IN-SUB-ID         TO WS-SCH-SUB-ID
           MOVE SPACES               TO WS-SCH-GRP-KEY
           PERFORM 0800-ADD-HEADER-LINE

           IF WS-IN-SUB-ID = SPACES
              MOVE 'ENTER A SUBSCRIBER ID AFTER THE TRANSACTION CODE'
                                     TO WS-SCM-TEXT
              PERFORM 0810-ADD-MESSAGE-LINE
              PERFORM 0900-SEND-SCREEN
              GO TO 0100-EXIT.

           PERFORM 0200-GET-INQUIRY-ROOT

           IF WS-DB-ERROR
              PERFORM 0820-ADD-DB-ERROR-LINE
              PERFORM 0900-SEND-SCREEN
              GO TO 0100-EXIT.

           IF WS-INQ-FOUND-FLAG NOT = 'Y'
              MOVE 'SUBSCRIBER NOT ON THE DELINQUENCY INQUIRY FILE'
                                     TO WS-SCM-TEXT
              PERFORM 0810-ADD-MESSAGE-LINE
              PERFORM 0900-SEND-SCREEN
              GO TO 0100-EXIT.

           MOVE DQ-GRP-KEY           TO WS-SCH-GRP-KEY
           MOVE WS-SCR-HDR           TO WS-SCREEN-LINE (1)

           PERFORM 0400-ADD-CYCLE-LINE

           IF DQ-GRP-KEY = SPACES
              MOVE 'NO GROUP KEY ON FILE - LIVE BILLING NOT AVAILABLE'
                                     TO WS-SCM-TEXT
              PERFORM 0810-ADD-MESSAGE-LINE
           ELSE
              PERFORM 0300-GET-BILLING-ROOT
              IF NOT WS-DB-ERROR
                 PERFORM 0310-GET-CASH-SEGMENT
              END-IF
              IF WS-DB-ERROR
                 PERFORM 0820-ADD-DB-ERROR-LINE
              ELSE
                 PERFORM 0410-ADD-LIVE-LINES
              END-IF
           END-IF

           PERFORM 0420-ADD-BATCH-LINES

           IF WS-LINE-CNT < 12
              MOVE 'INQUIRY COMPLETE' TO WS-SCM-TEXT
              PERFORM 0810-ADD-MESSAGE-LINE
           END-IF

           PERFORM 0900-SEND-SCREEN.

       0100-EXIT. EXIT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0200-GET-INQUIRY-ROOT.

           MOVE 'N'                  TO WS-INQ-FOUND-FLAG
           MOVE SPACES               TO INQ-DLI-STATUS-CODE
           INITIALIZE VSDQINQ-SEGMENT
           MOVE WS-IN-SUB-ID         TO SSA-DQ-KEY

           CALL 'CBLTDLI' USING GU
                                INQ-PCB-AREA
                                VSDQINQ-SEGMENT
                                SSA-VSDQINQ-QUAL

           EVALUATE TRUE
              WHEN INQ-GOOD-CALL
                 MOVE 'Y'            TO WS-INQ-FOUND-FLAG
              WHEN INQ-SEG-NOT-FOUND
              WHEN INQ-END-OF-DB
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y'            TO WS-DB-ERROR-FLAG
                 MOVE GU             TO WS-ERR-CALL
                 MOVE 'VSDQINQ '     TO WS-ERR-DBD
                 MOVE INQ-DLI-STATUS-CODE TO WS-ERR-STATUS
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0300-GET-BILLING-ROOT.

      *    FIRST MATCH FOR THE SUBSCRIBER IS THE OLDEST DUE DATE -
      *    THE SAME ROOT TESTIMSP AGES ON.
           MOVE 'N'                  TO WS-BIR-FOUND-FLAG
           MOVE 'N'                  TO WS-BIR-SCAN-EOF
           MOVE SPACES               TO BIR-DLI-STATUS-CODE
           INITIALIZE VSFPBIR-SEGMENT
           MOVE DQ-GRP-KEY           TO SSA-BGR-KEY

           CALL 'CBLTDLI' USING GU
                                BIR-PCB-AREA
                                VSFPBIR-SEGMENT
                                SSA-VSFPBIR-GRP

           PERFORM UNTIL WS-BIR-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT BIR-GOOD-CALL
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-GRP-KEY NOT = DQ-GRP-KEY
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-SUB-ID-KEY(4:9) = DQ-SUB-ID-KEY
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
              MOVE 'Y'               TO WS-DB-ERROR-FLAG
              MOVE GU                TO WS-ERR-CALL
              MOVE 'VSFPBIR '        TO WS-ERR-DBD
              MOVE BIR-DLI-STATUS-CODE TO WS-ERR-STATUS
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0310-GET-CASH-SEGMENT.

           MOVE 'N'                  TO WS-CSH-FOUND-FLAG
           MOVE 'N'                  TO WS-CSH-SCAN-EOF
           MOVE SPACES               TO CSH-DLI-STATUS-CODE
           INITIALIZE VSFPCSH-SEGMENT
           MOVE DQ-GRP-KEY           TO SSA-CGR-KEY

           CALL 'CBLTDLI' USING GU
                                CSH-PCB-AREA
                                VSFPCSH-SEGMENT
                                SSA-VSFPCSH-GRP

           PERFORM UNTIL WS-CSH-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT CSH-GOOD-CALL
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-GRP-KEY NOT = DQ-GRP-KEY
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-SUB-ID-KEY(4:9) = DQ-SUB-ID-KEY
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
              MOVE 'Y'               TO WS-DB-ERROR-FLAG
              MOVE GU                TO WS-ERR-CALL
              MOVE 'VSFPCSH '        TO WS-ERR-DBD
              MOVE CSH-DLI-STATUS-CODE TO WS-ERR-STATUS
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0400-ADD-CYCLE-LINE.

           MOVE SPACES               TO WS-SCC-TIER
           EVALUATE TRUE
              WHEN DQ-CYCLE-3059
                 MOVE '30-59 DAYS'   TO WS-SCC-TIER
              WHEN DQ-CYCLE-6089
                 MOVE '60-89 DAYS'   TO WS-SCC-TIER
              WHEN DQ-CYCLE-90UP
                 MOVE '90+ DAYS'     TO WS-SCC-TIER
              WHEN OTHER
                 MOVE 'NOT AGED'     TO WS-SCC-TIER
           END-EVALUATE

           MOVE DQ-CYCLE-DUE-AMT     TO WS-SCC-DUE-AMT
           MOVE DQ-CYCLE-DUE-DT      TO WS-SCC-DUE-DT
           MOVE DQ-LOAD-DT           TO WS-SCC-LOAD-DT

           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-CYCLE         TO WS-SCREEN-LINE (WS-LINE-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0410-ADD-LIVE-LINES.

           MOVE ZERO                 TO WS-LIVE-DUE-AMT
                                        WS-LIVE-CASH-AMT
                                        WS-DAYS-PAST-DUE
           MOVE ZERO                 TO WS-DUE-DT-CCYYMMDD

           IF WS-BIR-FOUND-FLAG = 'Y'
              MOVE BI-TOT-DUE-AMT    TO WS-LIVE-DUE-AMT
              MOVE BI-DUE-DT         TO WS-TEMP-BI-DUE-DT
              MOVE WS-TEMP-BI-DUE-YY TO WS-DUE-DT-YY
              MOVE WS-TEMP-BI-DUE-MM TO WS-DUE-DT-MM
              MOVE WS-TEMP-BI-DUE-DD TO WS-DUE-DT-DD
              COMPUTE WS-DUE-DT-CC = WS-TEMP-BI-DUE-CENT + 19
              COMPUTE WS-DUE-DT-INTEGER =
                      FUNCTION INTEGER-OF-DATE (WS-DUE-DT-CCYYMMDD)
              COMPUTE WS-DAYS-PAST-DUE =
                      WS-TODAY-INTEGER - WS-DUE-DT-INTEGER
           END-IF

           IF WS-CSH-FOUND-FLAG = 'Y'
              MOVE CS-UNALLOC-AMT    TO WS-LIVE-CASH-AMT
           END-IF

           COMPUTE WS-LIVE-NET-AMT = WS-LIVE-DUE-AMT - WS-LIVE-CASH-AMT

           EVALUATE TRUE
              WHEN WS-BIR-FOUND-FLAG NOT = 'Y'
                 MOVE 'NO BILL'      TO WS-LIVE-TIER-DESC
              WHEN WS-DAYS-PAST-DUE < WS-DELQ-LOW-DAYS
                 MOVE 'CURRENT'      TO WS-LIVE-TIER-DESC
              WHEN WS-DAYS-PAST-DUE < WS-WARN-LOW-DAYS
                 MOVE '30-59 DAYS'   TO WS-LIVE-TIER-DESC
              WHEN WS-DAYS-PAST-DUE < WS-CANC-LOW-DAYS
                 MOVE '60-89 DAYS'   TO WS-LIVE-TIER-DESC
              WHEN OTHER
                 MOVE '90+ DAYS'     TO WS-LIVE-TIER-DESC
           END-EVALUATE

           MOVE WS-DUE-DT-MM         TO WS-SCL-DUE-MM
           MOVE WS-DUE-DT-DD         TO WS-SCL-DUE-DD
           MOVE WS-DUE-DT-CCYYMMDD (1:4) TO WS-SCL-DUE-CCYY
           MOVE WS-DAYS-PAST-DUE     TO WS-SCL-DAYS
           MOVE WS-LIVE-TIER-DESC    TO WS-SCL-TIER
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-LIVE          TO WS-SCREEN-LINE (WS-LINE-CNT)

           MOVE WS-LIVE-DUE-AMT      TO WS-SCA-DUE-AMT
           MOVE WS-LIVE-CASH-AMT     TO WS-SCA-CASH-AMT
           MOVE WS-LIVE-NET-AMT      TO WS-SCA-NET-AMT
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-AMOUNTS       TO WS-SCREEN-LINE (WS-LINE-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0420-ADD-BATCH-LINES.

      *    PROMISE-TO-PAY
           MOVE SPACES               TO WS-SCP-NOTE-DT
                                        WS-SCP-STATUS
           EVALUATE TRUE
              WHEN DQ-PROM-BROKEN-FLAG = 'Y'
                 MOVE 'BROKEN - NOT PAID BY DUE DATE'
                                     TO WS-SCP-STATUS
              WHEN DQ-PROM-NOTE-DT NOT = ZERO
                 MOVE 'OPEN'         TO WS-SCP-STATUS
              WHEN OTHER
                 MOVE 'NONE ON FILE' TO WS-SCP-STATUS
           END-EVALUATE
           IF DQ-PROM-NOTE-DT NOT = ZERO
              MOVE DQ-PROM-NOTE-DT   TO WS-SCP-NOTE-DT
           END-IF
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-PROMISE       TO WS-SCREEN-LINE (WS-LINE-CNT)

      *    RETURNED-LETTER SUPPRESSION
           MOVE SPACES               TO WS-SCS-RSN-CD
                                        WS-SCS-RETURN-DT
           IF DQ-SUPP-RSN-CD = SPACES
              MOVE 'NO'              TO WS-SCS-FLAG
           ELSE
              MOVE 'YES'             TO WS-SCS-FLAG
              MOVE DQ-SUPP-RSN-CD    TO WS-SCS-RSN-CD
              MOVE DQ-SUPP-RETURN-DT TO WS-SCS-RETURN-DT
           END-IF
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-SUPPRESS      TO WS-SCREEN-LINE (WS-LINE-CNT)

      *    SIX-CYCLE HISTORY AND CHRONIC FLAG
           IF DQ-CHRONIC-FLAG = 'Y'
              MOVE 'YES'             TO WS-SCY-CHRONIC
           ELSE
              MOVE 'NO'              TO WS-SCY-CHRONIC
           END-IF
           MOVE DQ-HIST-CYCLES       TO WS-SCY-CYCLES
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-HISTORY       TO WS-SCREEN-LINE (WS-LINE-CNT)

      *    CASH APPLICATION
           IF DQ-CASH-STATUS = SPACES
              MOVE 'NONE'            TO WS-SCK-STATUS
              MOVE SPACES            TO WS-SCK-REASON
                                        WS-SCK-APPLIED
           ELSE
              MOVE DQ-CASH-STATUS    TO WS-SCK-STATUS
              MOVE DQ-CASH-REASON    TO WS-SCK-REASON
              MOVE DQ-CASH-APPLIED   TO WS-SCK-APPLIED
           END-IF
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-CASH          TO WS-SCREEN-LINE (WS-LINE-CNT)

      *    TERMINATION OR HOLD
           MOVE SPACES               TO WS-SCT-RSN-CD
                                        WS-SCT-COV-END-DT
           EVALUATE TRUE
              WHEN DQ-TERM-SENT
                 MOVE 'SENT TO ENROLLMENT'
                                     TO WS-SCT-STATUS
                 MOVE DQ-TERM-RSN-CD TO WS-SCT-RSN-CD
                 MOVE DQ-TERM-COV-END-DT TO WS-SCT-COV-END-DT
              WHEN DQ-TERM-PROMISE-HOLD
                 MOVE 'HELD - PROMISE TO PAY'
                                     TO WS-SCT-STATUS
              WHEN DQ-TERM-NOTICE-HOLD
                 MOVE 'HELD - NOTICE DEFICIENT'
                                     TO WS-SCT-STATUS
                 MOVE DQ-TERM-RSN-CD TO WS-SCT-RSN-CD
              WHEN OTHER
                 MOVE 'NONE PENDING' TO WS-SCT-STATUS
           END-EVALUATE
           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-TERM          TO WS-SCREEN-LINE (WS-LINE-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0800-ADD-HEADER-LINE.

           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-HDR           TO WS-SCREEN-LINE (WS-LINE-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0810-ADD-MESSAGE-LINE.

           ADD 1                     TO WS-LINE-CNT
           MOVE WS-SCR-MESSAGE       TO WS-SCREEN-LINE (WS-LINE-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0820-ADD-DB-ERROR-LINE.

           MOVE WS-ERR-CALL          TO WS-DBE-CALL
           MOVE WS-ERR-DBD           TO WS-DBE-DBD
           MOVE WS-ERR-STATUS        TO WS-DBE-STATUS
           MOVE WS-DB-ERROR-TEXT     TO WS-SCM-TEXT
           PERFORM 0810-ADD-MESSAGE-LINE

           DISPLAY '**** TESTINQY DATABASE ERROR  = ' WS-DB-ERROR-TEXT
           DISPLAY '**** SUBSCRIBER               = ' WS-IN-SUB-ID.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0900-SEND-SCREEN.

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                     UNTIL WS-LINE-IX > WS-LINE-CNT
              MOVE WS-SCREEN-LINE (WS-LINE-IX) TO WS-OUT-LINE
              CALL 'CBLTDLI' USING ISRT
                                   IO-PCB
                                   WS-OUTPUT-MSG
              IF NOT IO-GOOD-CALL
                 DISPLAY '**** TESTINQY ISRT STATUS   = '
                         IO-STATUS-CODE
                 DISPLAY '**** LTERM                  = '
                         IO-LTERM-NAME
                 MOVE WS-LINE-CNT    TO WS-LINE-IX
              END-IF
           END-PERFORM

           ADD 1                     TO SCREENS-OUT.
