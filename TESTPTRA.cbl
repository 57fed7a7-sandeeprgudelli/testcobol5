       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTPTRA.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTPTRA                          ****
      ****      "SENIOR PLAN CROSS-DATABASE POINTER INTEGRITY      ****
      ****                        AUDIT"                           ****
      *****************************************************************
      ****
      ****   PURPOSE:   PROVE THE RECORD-LEVEL LINKS TESTIMSP RELIES
      ****              ON FOR EVERY ACTIVE MEDIBLUE GROUP.  EACH
      ****              VSGPSUP POINTER MUST FIND ITS VSSPSUB ROOT,
      ****              THAT SUBSCRIBER'S VSSVGRP POINTER MUST NAME
      ****              THE SAME GROUP AND SUB-GROUP, AND ITS VSSPBIP
      ****              BILLING POINTER MUST NAME THE SAME GROUP AND
      ****              SUBSCRIBER AND LAND ON A VSFPBIR ROOT.  GOING
      ****              THE OTHER WAY, EVERY VSFPBIR ROOT AND VSFPCSH
      ****              SEGMENT OF THE GROUP MUST HAVE A VSGPSUP
      ****              POINTER.  EVERY BROKEN LINK IS WRITTEN TO THE
      ****              DISCREPANCY FILE UNDER A TWO-CHARACTER
      ****              CATEGORY, COUNTED BY CATEGORY IN THE RUN
      ****              STATISTICS.  ENROLLMENT COUNTS (VSGPPAC) ARE
      ****              NOT PART OF THIS AUDIT.
      ****
      ****   INPUTS :   GROUP DATABASE (VSGPGRU/VSGPSUP)
      ****              SUBSCRIBER DATABASE (VSSPSUB/VSSVGRP/VSSPBIP)
      ****              BILLING DATABASE (VSFPBIR / VSFPCSH)
      ****   OUTPUTS:   PTRAUDIT - POINTER DISCREPANCY FILE
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512234  *
      *                                                                *
      ******************************************************************
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PTR-AUDIT-FILE           ASSIGN TO PTRAUDIT.

       DATA DIVISION.
       FILE SECTION.

       FD  PTR-AUDIT-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  PTR-AUDIT-REC                PIC X(150).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTPTRA'.

       01  WS-GROUP                     PIC X(6) VALUE SPACES.
           88  MEDIBLUE      VALUE '920097'  '920099'
                                   '910099'  '930099'
                                   '930097'  '940097'
                                   '940099'  '910097'.

       01  WS-DATE-FIELDS.
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

      *    DISCREPANCY CATEGORIES.  THE FIRST FOUR ARE THE GROUP TO
      *    SUBSCRIBER LINK, THE NEXT FOUR THE SUBSCRIBER TO BILLING
      *    LINK, THE LAST TWO BILLING DATA THE GROUP DOES NOT KNOW.
      *    BR AND BO ARE THE SUBSCRIBERS TESTIMSP REPORTS AS 'NB' OR
      *    NEVER SEES AT ALL.
       01  WS-CAT-VALUES.
           05  FILLER                     PIC X(02) VALUE 'SM'.
           05  FILLER                     PIC X(30)
               VALUE 'SUBSCRIBER ROOT NOT ON VSSPSUB'.
           05  FILLER                     PIC X(02) VALUE 'GN'.
           05  FILLER                     PIC X(30)
               VALUE 'NO VSSVGRP GROUP POINTER'.
           05  FILLER                     PIC X(02) VALUE 'GX'.
           05  FILLER                     PIC X(30)
               VALUE 'VSSVGRP POINTS TO OTHER GROUP'.
           05  FILLER                     PIC X(02) VALUE 'SG'.
           05  FILLER                     PIC X(30)
               VALUE 'SUB-GROUP NUMBER MISMATCH'.
           05  FILLER                     PIC X(02) VALUE 'BN'.
           05  FILLER                     PIC X(30)
               VALUE 'NO VSSPBIP BILLING POINTER'.
           05  FILLER                     PIC X(02) VALUE 'BX'.
           05  FILLER                     PIC X(30)
               VALUE 'VSSPBIP POINTS TO OTHER GROUP'.
           05  FILLER                     PIC X(02) VALUE 'BS'.
           05  FILLER                     PIC X(30)
               VALUE 'VSSPBIP SUBSCRIBER MISMATCH'.
           05  FILLER                     PIC X(02) VALUE 'BR'.
           05  FILLER                     PIC X(30)
               VALUE 'VSSPBIP BUT NO VSFPBIR ROOT'.
           05  FILLER                     PIC X(02) VALUE 'BO'.
           05  FILLER                     PIC X(30)
               VALUE 'VSFPBIR ROOT WITH NO VSGPSUP'.
           05  FILLER                     PIC X(02) VALUE 'CO'.
           05  FILLER                     PIC X(30)
               VALUE 'VSFPCSH CASH WITH NO VSGPSUP'.

       01  WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05  WS-CAT-ENTRY OCCURS 10 TIMES
                                          INDEXED BY CAT-INDEX.
               10  WS-CAT-CD              PIC X(02).
               10  WS-CAT-DESC            PIC X(30).

       01  WS-CAT-FIELDS.
           05  WS-CAT-MAX                 PIC S9(04) COMP VALUE +10.
           05  WS-CAT-IX                  PIC S9(04) COMP VALUE +0.

       01  WS-CAT-TOTALS.
           05  WS-CAT-CNT OCCURS 10 TIMES PIC 9(09).

      *    EVERY VSGPSUP POINTER OF THE GROUP.
       01  WS-SBT-FIELDS.
           05  WS-SBT-CNT                 PIC S9(07) COMP VALUE +0.
           05  WS-SBT-MAX                 PIC S9(07) COMP VALUE +100000.
           05  WS-SBT-IX                  PIC S9(07) COMP VALUE +0.
           05  WS-SBT-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-SBT-TBL OCCURS 100000 TIMES
                                          INDEXED BY SBT-INDEX.
               10  WS-SBT-SUB-ID-KEY      PIC X(15).
               10  WS-SBT-STATUS-CD       PIC X(01).
               10  WS-SBT-SUB-GRP-NO      PIC X(03).

      *    EVERY SUBSCRIBER WITH AT LEAST ONE VSFPBIR ROOT IN THE
      *    GROUP - WHAT A VSSPBIP POINTER TO THIS GROUP MUST LAND ON.
       01  WS-BRT-FIELDS.
           05  WS-BRT-CNT                 PIC S9(07) COMP VALUE +0.
           05  WS-BRT-MAX                 PIC S9(07) COMP VALUE +100000.
           05  WS-BRT-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-BRT-TBL OCCURS 100000 TIMES
                                          INDEXED BY BRT-INDEX.
               10  WS-BRT-SUB-ID-KEY      PIC X(15).

       01  WS-AUDIT-FIELDS.
           05  WS-BIR-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-CSH-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-SUP-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-SVG-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-BIP-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-SVG-SEGS-CNT            PIC 9(05) VALUE ZERO.
           05  WS-SVG-MATCH-FLAG          PIC X(01) VALUE 'N'.
           05  WS-SVG-OTHER-GRP           PIC X(09) VALUE SPACES.
           05  WS-SVG-SUB-GRP-NO          PIC X(03) VALUE SPACES.
           05  WS-BIP-SEGS-CNT            PIC 9(05) VALUE ZERO.
           05  WS-BIP-MATCH-FLAG          PIC X(01) VALUE 'N'.
           05  WS-BIP-OTHER-GRP           PIC X(09) VALUE SPACES.
           05  WS-BIP-SUB-ID-KEY          PIC X(15) VALUE SPACES.
           05  WS-CHECK-SUB-ID-KEY        PIC X(15) VALUE SPACES.

      *    DISCREPANCY LINE.  THE LINKED GROUP/SUBSCRIBER COLUMNS
      *    SHOW WHERE THE OTHER DATABASE POINTS; SUB-GROUP, DUE DATE
      *    AND AMOUNT ARE FILLED ONLY WHERE THEY APPLY.
       01  WS-PTA-REC.
           05  WS-PTA-GRP-KEY             PIC X(09).
           05  WS-PTA-DLM1                PIC X(01) VALUE ';'.
           05  WS-PTA-SUB-ID-KEY          PIC X(15).
           05  WS-PTA-DLM2                PIC X(01) VALUE ';'.
           05  WS-PTA-PTR-STATUS          PIC X(01).
           05  WS-PTA-DLM3                PIC X(01) VALUE ';'.
           05  WS-PTA-CAT-CD              PIC X(02).
           05  WS-PTA-DLM4                PIC X(01) VALUE ';'.
           05  WS-PTA-CAT-DESC            PIC X(30).
           05  WS-PTA-DLM5                PIC X(01) VALUE ';'.
           05  WS-PTA-LNK-GRP-KEY         PIC X(09).
           05  WS-PTA-DLM6                PIC X(01) VALUE ';'.
           05  WS-PTA-LNK-SUB-ID          PIC X(15).
           05  WS-PTA-DLM7                PIC X(01) VALUE ';'.
           05  WS-PTA-GRP-SUB-GRP         PIC X(03).
           05  WS-PTA-DLM8                PIC X(01) VALUE ';'.
           05  WS-PTA-SUB-SUB-GRP         PIC X(03).
           05  WS-PTA-DLM9                PIC X(01) VALUE ';'.
           05  WS-PTA-DUE-DT              PIC X(08).
           05  WS-PTA-DLM10               PIC X(01) VALUE ';'.
           05  WS-PTA-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-PTA-DLM11               PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  WS-PTA-HDR.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'SUBSCRIBER     '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(01) VALUE 'S'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(02) VALUE 'CD'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(30)
               VALUE 'DISCREPANCY                   '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'LINK GRP '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'LINK SUBSCRIBER'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(03) VALUE 'GSG'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(03) VALUE 'SSG'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(08) VALUE 'DUE DATE'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(15)
               VALUE 'AMOUNT DUE     '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(29) VALUE SPACES.

       01  WS-PTA-TRL.
           05  WS-PTT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-PTT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-PTT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(134) VALUE SPACES.

       01  COUNTERS.
           05  GROUPS-READ                PIC 9(09) VALUE 0.
           05  GROUPS-AUDITED             PIC 9(09) VALUE 0.
           05  SUP-PTRS-READ              PIC 9(09) VALUE 0.
           05  SUB-ROOTS-FOUND            PIC 9(09) VALUE 0.
           05  SVG-SEGS-READ              PIC 9(09) VALUE 0.
           05  BIP-SEGS-READ              PIC 9(09) VALUE 0.
           05  BIR-ROOTS-READ             PIC 9(09) VALUE 0.
           05  CSH-SEGS-READ              PIC 9(09) VALUE 0.
           05  PTA-RCDS-OUT               PIC 9(09) VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.
           05  GU                         PIC X(04) VALUE  'GU  '.
           05  GN                         PIC X(04) VALUE  'GN  '.
           05  GNP                        PIC X(04) VALUE  'GNP '.

       01  VSGPGRU-SEGMENT.
           COPY VSGPGRUC.

       01  GRP-SUB-PTR.
           COPY VSGPSUPC.

       01  SUBSCRIBER-ROOT-SEGMENT.
           COPY VSSPSUBC.

       01  ST-VSSVGRPC.
           COPY VSSVGRPC.

       01  ST-VSSPBIPC.
           COPY VSSPBIPC.

       01  VSFPBIR-SEGMENT.
           COPY VSFPBIRC.

       01  VSFPCSH-SEGMENT.
           COPY VSFPCSHC.

       01  VSGPGRU-SSA-QUAL.
           04  FILLER                    PIC X(8)    VALUE 'VSGPGRU '.
           04  FILLER                    PIC X       VALUE '('.
           04  FILLER                    PIC X(8)    VALUE 'GRUPKEYI'.
           04  VSGPGRU-OPR               PIC X(2)    VALUE '= '.
           04  VSGPGRU-KEY               PIC X(9).
           04  FILLER                    PIC X       VALUE ')'.

       01  VSGPGRU-SSA-UNQUAL.
           05  FILLER                    PIC X(08) VALUE 'VSGPGRU '.
           05  FILLER                    PIC X(01) VALUE ' '.

       01  VSGPSUP-SSA-UNQUAL.
           05  FILLER                  PIC X(08) VALUE 'VSGPSUP '.
           05  VSGPSUP-CMDCD           PIC X(02) VALUE '*-'.
           05  FILLER                  PIC X(01) VALUE ' '.

       01  VSSPSUB-SSA-QUAL.
           05  FILLER                PIC X(08) VALUE 'VSSPSUB '.
           05  SSA-SUB-CMDCD         PIC X(02) VALUE '*-'.
           05  SSA-SUB-LPAREN        PIC X(01) VALUE '('.
           05  FILLER                PIC X(08) VALUE 'SUBRIDD1'.
           05  FILLER                PIC X(02) VALUE 'EQ'.
           05  SSA-SUB-ID-KEY.
               10  SSA-SUB-ID-NO         PIC X(12).
               10  SSA-SUB-ID-CK         PIC X(03).
           05  FILLER                PIC X(01) VALUE ')'.

       01  SSA-GRP-PTR                   PIC X(9) VALUE 'VSSVGRP  '.
       01  VSSPBIP-SSA-UNQ               PIC X(9) VALUE 'VSSPBIP  '.

      *    GENERIC (PARTIAL-KEY) SSAS - SAME APPROACH AS TESTCSHA.
      *    BOTH SCANS ONLY READ.
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

       01  VFGGRP10-PCB.
           05  GRP-DBD-NAME                PIC X(08).
           05  GRP-SEG-LEVEL               PIC X(02).
           05  GRP-DLI-STATUS-CODE         PIC X(02).
           05  GRP-PROC-OPT                PIC X(04).
           05  GRP-RESERVED-AREA           PIC S9(05) COMP.
           05  GRP-SEG-NAME                PIC X(08).
           05  GRP-KEY-LENGTH              PIC S9(05) COMP.
           05  GRP-NUMBER-SEGS             PIC S9(05) COMP.
           05  GRP-KEY-FEEDBACK            PIC X(100).

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
                                 VFGGRP10-PCB
                                 VFSSUB10-PCB
                                 BIR-PCB-AREA.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTPTRA *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

           INITIALIZE WS-CAT-TOTALS

           OPEN OUTPUT PTR-AUDIT-FILE
           WRITE PTR-AUDIT-REC FROM WS-PTA-HDR

           PERFORM 0900-GET-GROUP-ROOT.
           PERFORM 1000-AUDIT-GROUP
              UNTIL GRP-DLI-STATUS-CODE > SPACES.

      *    A CLEAN BOOK ENDS RC 0; ANY BROKEN LINK ENDS RC 4 SO THE
      *    SCHEDULER SHOWS THE FILE NEEDS WORKING.
           IF PTA-RCDS-OUT > ZERO
              AND WS-RETURN-CODE = ZERO
              MOVE 4                 TO WS-RETURN-CODE
           END-IF.

       000000-MAINLINE-CLOSE-DOWN.

           MOVE PTA-RCDS-OUT         TO WS-PTT-COUNT
           WRITE PTR-AUDIT-REC FROM WS-PTA-TRL

           PERFORM 900000-DISPLAY-STATS.
           CLOSE PTR-AUDIT-FILE.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0900-GET-GROUP-ROOT.
           CALL 'CBLTDLI' USING GN
                          VFGGRP10-PCB
                          VSGPGRU-SEGMENT
                          VSGPGRU-SSA-UNQUAL.

           IF GRP-DLI-STATUS-CODE  = '  ' OR 'GE' OR 'GB'
              NEXT SENTENCE
           ELSE
              MOVE 50 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*           0900-GET-GROUP-ROOT         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' GRP-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' VSGPGRU-SSA-UNQUAL
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1000-AUDIT-GROUP.

      *    THE WHOLE BOOK IS READ IN ONE PASS - THE SAME GROUPS
      *    TESTIMSP EXTRACTS (ACTIVE MEDIBLUE), NO SLICE SELECTION.
      *    THE BILLING SIDE IS LOADED FIRST SO EACH SUBSCRIBER'S
      *    VSSPBIP POINTER CAN BE PROVED AGAINST THE GROUP'S ROOTS.
           ADD 1                     TO GROUPS-READ
           MOVE GA-GRP-KEY-ID(1:6)   TO WS-GROUP

           IF GA-GS-ACTIVE AND MEDIBLUE
              ADD 1                  TO GROUPS-AUDITED
              PERFORM 1200-LOAD-SUB-POINTERS
              PERFORM 1300-SCAN-BILLING-ROOTS
              PERFORM 1400-SCAN-UNALLOC-CASH
              PERFORM 1500-CHECK-SUBSCRIBERS
           END-IF

           PERFORM 0900-GET-GROUP-ROOT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1200-LOAD-SUB-POINTERS.

      *    EVERY VSGPSUP POINTER (ACTIVE AND INACTIVE) - TESTIMSP
      *    WALKS THEM ALL IN 6000-GET-GRP-SUB.
      *    WS-SBT-IX STAYS ZERO UNTIL 1500-CHECK-SUBSCRIBERS SO THE
      *    BILLING-SIDE LINES CARRY NO POINTER COLUMNS.
           MOVE ZERO                 TO WS-SBT-CNT
                                        WS-SBT-IX
           MOVE 'N'                  TO WS-SUP-SCAN-EOF
           MOVE GA-GRP-KEY-ID        TO VSGPGRU-KEY

           PERFORM UNTIL WS-SUP-SCAN-EOF = 'Y'
              MOVE SPACES            TO GRP-DLI-STATUS-CODE
              CALL 'CBLTDLI' USING GN
                                   VFGGRP10-PCB
                                   GRP-SUB-PTR
                                   VSGPGRU-SSA-QUAL
                                   VSGPSUP-SSA-UNQUAL
              EVALUATE TRUE
                 WHEN GRP-DLI-STATUS-CODE = '  '
                    ADD 1            TO SUP-PTRS-READ
                    PERFORM 1210-ADD-ONE-POINTER
                 WHEN GRP-DLI-STATUS-CODE = 'GE' OR 'GB'
                    MOVE 'Y'         TO WS-SUP-SCAN-EOF
                 WHEN OTHER
                    MOVE 51 TO WS-RETURN-CODE
                    DISPLAY '*                                       *'
                    DISPLAY '*       1200-LOAD-SUB-POINTERS       ****'
                    DISPLAY '****     ABNORMAL  TERMINATION       ****'
                    DISPLAY '**** GROUP NO.        = ' GA-GRP-KEY-ID
                    DISPLAY '**** STATUS CODE      = '
                            GRP-DLI-STATUS-CODE
                    DISPLAY '*                                       *'
                    DISPLAY '*****************************************'
                    GO TO 000000-MAINLINE-CLOSE-DOWN
              END-EVALUATE
           END-PERFORM.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1210-ADD-ONE-POINTER.

           IF WS-SBT-CNT >= WS-SBT-MAX
              MOVE 53 TO WS-RETURN-CODE
              DISPLAY '****  POINTER TABLE FULL AT ' WS-SBT-CNT
                      ' FOR GROUP ' GA-GRP-KEY-ID
                      ' - RAISE WS-SBT-MAX AND RERUN'
              GO TO 000000-MAINLINE-CLOSE-DOWN
           END-IF

           ADD 1                     TO WS-SBT-CNT
           MOVE GD-SUBR-ID-KEY       TO WS-SBT-SUB-ID-KEY (WS-SBT-CNT)
           MOVE GD-SUBR-STATUS-CD    TO WS-SBT-STATUS-CD (WS-SBT-CNT)
           MOVE GD-SUB-GRP-NO        TO WS-SBT-SUB-GRP-NO (WS-SBT-CNT).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1300-SCAN-BILLING-ROOTS.

      *    EVERY BILLING ROOT OF THE GROUP.  A ROOT WHOSE SUBSCRIBER
      *    HAS NO VSGPSUP POINTER IS AN ORPHAN - TESTIMSP NEVER
      *    REACHES IT.  THE SUBSCRIBERS WITH A ROOT ARE KEPT FOR THE
      *    VSSPBIP CHECK.
           MOVE ZERO                 TO WS-BRT-CNT
           MOVE 'N'                  TO WS-BIR-SCAN-EOF
           MOVE SPACES               TO BIR-DLI-STATUS-CODE
           INITIALIZE VSFPBIR-SEGMENT
           MOVE GA-GRP-KEY-ID        TO SSA-BGR-KEY

           CALL 'CBLTDLI' USING GU
                                BIR-PCB-AREA
                                VSFPBIR-SEGMENT
                                SSA-VSFPBIR-GRP

           PERFORM UNTIL WS-BIR-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT BIR-GOOD-CALL
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN BI-GRP-KEY NOT = GA-GRP-KEY-ID
                    MOVE 'Y'         TO WS-BIR-SCAN-EOF
                 WHEN OTHER
                    ADD 1            TO BIR-ROOTS-READ
                    PERFORM 1310-CHECK-ONE-ROOT
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
              MOVE 55 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*        1300-SCAN-BILLING-ROOTS        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPBIR-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1310-CHECK-ONE-ROOT.

           MOVE BI-SUB-ID-KEY        TO WS-CHECK-SUB-ID-KEY
           PERFORM 8300-FIND-BILLED-SUB
           IF WS-BRT-FOUND-FLAG = 'N'
              IF WS-BRT-CNT >= WS-BRT-MAX
                 MOVE 53 TO WS-RETURN-CODE
                 DISPLAY '****  BILLED SUBSCRIBER TABLE FULL AT '
                         WS-BRT-CNT ' FOR GROUP ' GA-GRP-KEY-ID
                 DISPLAY '****  RAISE WS-BRT-MAX AND RERUN'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
              END-IF
              ADD 1                  TO WS-BRT-CNT
              MOVE BI-SUB-ID-KEY     TO WS-BRT-SUB-ID-KEY (WS-BRT-CNT)
           END-IF

           PERFORM 8200-FIND-GROUP-POINTER
           IF WS-SBT-FOUND-FLAG = 'N'
              PERFORM 8000-CLEAR-AUDIT-LINE
              MOVE BI-SUB-ID-KEY     TO WS-PTA-SUB-ID-KEY
              MOVE BI-DUE-DT         TO WS-TEMP-BI-DUE-DT
              MOVE WS-TEMP-BI-DUE-YY TO WS-DUE-DT-YY
              MOVE WS-TEMP-BI-DUE-MM TO WS-DUE-DT-MM
              MOVE WS-TEMP-BI-DUE-DD TO WS-DUE-DT-DD
              COMPUTE WS-DUE-DT-CC = WS-TEMP-BI-DUE-CENT + 19
              MOVE WS-DUE-DT-CCYYMMDD TO WS-PTA-DUE-DT
              MOVE BI-TOT-DUE-AMT    TO WS-PTA-AMOUNT
              MOVE 'BO'              TO WS-PTA-CAT-CD
              PERFORM 8100-WRITE-AUDIT-LINE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1400-SCAN-UNALLOC-CASH.

      *    EVERY VSFPCSH SEGMENT OF THE GROUP - CASH FOR A SUBSCRIBER
      *    THE GROUP HAS NO POINTER FOR CAN NEVER BE APPLIED.
           MOVE 'N'                  TO WS-CSH-SCAN-EOF
           MOVE SPACES               TO BIR-DLI-STATUS-CODE
           INITIALIZE VSFPCSH-SEGMENT
           MOVE GA-GRP-KEY-ID        TO SSA-CGR-KEY

           CALL 'CBLTDLI' USING GU
                                BIR-PCB-AREA
                                VSFPCSH-SEGMENT
                                SSA-VSFPCSH-GRP

           PERFORM UNTIL WS-CSH-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN NOT BIR-GOOD-CALL
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN CS-GRP-KEY NOT = GA-GRP-KEY-ID
                    MOVE 'Y'         TO WS-CSH-SCAN-EOF
                 WHEN OTHER
                    ADD 1            TO CSH-SEGS-READ
                    PERFORM 1410-CHECK-ONE-CASH
                    INITIALIZE VSFPCSH-SEGMENT
                    CALL 'CBLTDLI' USING GN
                                         BIR-PCB-AREA
                                         VSFPCSH-SEGMENT
                                         SSA-VSFPCSH-GRP
              END-EVALUATE
           END-PERFORM

           IF NOT BIR-GOOD-CALL
              AND NOT BIR-SEG-NOT-FOUND
              AND NOT BIR-END-OF-DB
              MOVE 56 TO WS-RETURN-CODE
              DISPLAY '*                                          *'
              DISPLAY '*        1400-SCAN-UNALLOC-CASH         ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPCSH-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1410-CHECK-ONE-CASH.

           MOVE CS-SUB-ID-KEY        TO WS-CHECK-SUB-ID-KEY
           PERFORM 8200-FIND-GROUP-POINTER
           IF WS-SBT-FOUND-FLAG = 'N'
              PERFORM 8000-CLEAR-AUDIT-LINE
              MOVE CS-SUB-ID-KEY     TO WS-PTA-SUB-ID-KEY
              MOVE CS-UNALLOC-AMT    TO WS-PTA-AMOUNT
              MOVE 'CO'              TO WS-PTA-CAT-CD
              PERFORM 8100-WRITE-AUDIT-LINE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1500-CHECK-SUBSCRIBERS.

           PERFORM VARYING WS-SBT-IX FROM 1 BY 1
                     UNTIL WS-SBT-IX > WS-SBT-CNT
              PERFORM 1510-CHECK-ONE-SUBSCRIBER
           END-PERFORM.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1510-CHECK-ONE-SUBSCRIBER.

      *    THE SAME VSSPSUB CALL TESTIMSP MAKES IN 1160-GET-SUBR-
      *    DETAIL.  WITH NO ROOT THERE IS NOTHING UNDER IT TO CHECK.
           MOVE WS-SBT-SUB-ID-KEY (WS-SBT-IX) TO SSA-SUB-ID-KEY
           MOVE SPACES               TO SUB-DLI-STATUS-CODE
           INITIALIZE SUBSCRIBER-ROOT-SEGMENT
           CALL 'CBLTDLI' USING GU
                                VFSSUB10-PCB
                                SUBSCRIBER-ROOT-SEGMENT
                                VSSPSUB-SSA-QUAL

           EVALUATE TRUE
              WHEN SUB-DLI-STATUS-CODE = '  '
                 ADD 1               TO SUB-ROOTS-FOUND
                 PERFORM 1520-CHECK-GROUP-LINK
                 PERFORM 1530-CHECK-BILLING-LINK
              WHEN SUB-DLI-STATUS-CODE = 'GE' OR 'GB'
                 PERFORM 8000-CLEAR-AUDIT-LINE
                 MOVE 'SM'           TO WS-PTA-CAT-CD
                 PERFORM 8100-WRITE-AUDIT-LINE
              WHEN OTHER
                 MOVE 52 TO WS-RETURN-CODE
                 DISPLAY '*                                          *'
                 DISPLAY '*       1510-CHECK-ONE-SUBSCRIBER       ****'
                 DISPLAY '****       ABNORMAL  TERMINATION        ****'
                 DISPLAY '**** STATUS CODE      = ' SUB-DLI-STATUS-CODE
                 DISPLAY '**** SSA              = ' VSSPSUB-SSA-QUAL
                 DISPLAY '*                                          *'
                 DISPLAY '********************************************'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1520-CHECK-GROUP-LINK.

      *    EVERY VSSVGRP UNDER THE SUBSCRIBER.  ONE NAMING THIS GROUP
      *    MUST CARRY THE SAME SUB-GROUP AS THE VSGPSUP POINTER; IF
      *    NONE NAMES IT, THE FIRST ONE SEEN IS SHOWN AS THE GROUP THE
      *    SUBSCRIBER DATABASE THINKS IT BELONGS TO.
           MOVE ZERO                 TO WS-SVG-SEGS-CNT
           MOVE 'N'                  TO WS-SVG-SCAN-EOF
                                        WS-SVG-MATCH-FLAG
           MOVE SPACES               TO WS-SVG-OTHER-GRP
                                        WS-SVG-SUB-GRP-NO
           MOVE SPACES               TO SUB-DLI-STATUS-CODE
           INITIALIZE ST-VSSVGRPC
           CALL 'CBLTDLI' USING GU
                                VFSSUB10-PCB
                                ST-VSSVGRPC
                                VSSPSUB-SSA-QUAL
                                SSA-GRP-PTR

           PERFORM UNTIL WS-SVG-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN SUB-DLI-STATUS-CODE = '  '
                    ADD 1            TO SVG-SEGS-READ
                                        WS-SVG-SEGS-CNT
                    IF SV-GRP-KEY = GA-GRP-KEY-ID
                       IF WS-SVG-MATCH-FLAG = 'N'
                          MOVE 'Y'   TO WS-SVG-MATCH-FLAG
                          MOVE SV-SUB-GRP-NO TO WS-SVG-SUB-GRP-NO
                       END-IF
                    ELSE
                       IF WS-SVG-OTHER-GRP = SPACES
                          MOVE SV-GRP-KEY TO WS-SVG-OTHER-GRP
                       END-IF
                    END-IF
                    MOVE SPACES      TO SUB-DLI-STATUS-CODE
                    INITIALIZE ST-VSSVGRPC
                    CALL 'CBLTDLI' USING GNP
                                         VFSSUB10-PCB
                                         ST-VSSVGRPC
                                         SSA-GRP-PTR
                 WHEN SUB-DLI-STATUS-CODE = 'GE' OR 'GB'
                    MOVE 'Y'         TO WS-SVG-SCAN-EOF
                 WHEN OTHER
                    MOVE 54 TO WS-RETURN-CODE
                    DISPLAY '*                                       *'
                    DISPLAY '*       1520-CHECK-GROUP-LINK        ****'
                    DISPLAY '****     ABNORMAL  TERMINATION       ****'
                    DISPLAY '**** SUBSCRIBER       = ' SSA-SUB-ID-KEY
                    DISPLAY '**** STATUS CODE      = '
                            SUB-DLI-STATUS-CODE
                    DISPLAY '**** SSA2             = ' SSA-GRP-PTR
                    DISPLAY '*                                       *'
                    DISPLAY '*****************************************'
                    GO TO 000000-MAINLINE-CLOSE-DOWN
              END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-SVG-SEGS-CNT = ZERO
                 PERFORM 8000-CLEAR-AUDIT-LINE
                 MOVE 'GN'           TO WS-PTA-CAT-CD
                 PERFORM 8100-WRITE-AUDIT-LINE
              WHEN WS-SVG-MATCH-FLAG = 'N'
                 PERFORM 8000-CLEAR-AUDIT-LINE
                 MOVE WS-SVG-OTHER-GRP TO WS-PTA-LNK-GRP-KEY
                 MOVE 'GX'           TO WS-PTA-CAT-CD
                 PERFORM 8100-WRITE-AUDIT-LINE
              WHEN WS-SVG-SUB-GRP-NO NOT =
                   WS-SBT-SUB-GRP-NO (WS-SBT-IX)
                 PERFORM 8000-CLEAR-AUDIT-LINE
                 MOVE GA-GRP-KEY-ID  TO WS-PTA-LNK-GRP-KEY
                 MOVE WS-SVG-SUB-GRP-NO TO WS-PTA-SUB-SUB-GRP
                 MOVE 'SG'           TO WS-PTA-CAT-CD
                 PERFORM 8100-WRITE-AUDIT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1530-CHECK-BILLING-LINK.

      *    EVERY VSSPBIP UNDER THE SUBSCRIBER.  ONE NAMING THIS GROUP
      *    MUST NAME THIS SUBSCRIBER AND LAND ON A VSFPBIR ROOT OF THE
      *    GROUP (LOADED IN 1300-SCAN-BILLING-ROOTS).
           MOVE ZERO                 TO WS-BIP-SEGS-CNT
           MOVE 'N'                  TO WS-BIP-SCAN-EOF
                                        WS-BIP-MATCH-FLAG
           MOVE SPACES               TO WS-BIP-OTHER-GRP
                                        WS-BIP-SUB-ID-KEY
           MOVE SPACES               TO SUB-DLI-STATUS-CODE
           INITIALIZE ST-VSSPBIPC
           CALL 'CBLTDLI' USING GU
                                VFSSUB10-PCB
                                ST-VSSPBIPC
                                VSSPSUB-SSA-QUAL
                                VSSPBIP-SSA-UNQ

           PERFORM UNTIL WS-BIP-SCAN-EOF = 'Y'
              EVALUATE TRUE
                 WHEN SUB-DLI-STATUS-CODE = '  '
                    ADD 1            TO BIP-SEGS-READ
                                        WS-BIP-SEGS-CNT
                    IF BP-GRP-KEY = GA-GRP-KEY-ID
                       IF WS-BIP-MATCH-FLAG = 'N'
                          MOVE 'Y'   TO WS-BIP-MATCH-FLAG
                          MOVE BP-SUB-ID-KEY TO WS-BIP-SUB-ID-KEY
                       END-IF
                    ELSE
                       IF WS-BIP-OTHER-GRP = SPACES
                          MOVE BP-GRP-KEY TO WS-BIP-OTHER-GRP
                       END-IF
                    END-IF
                    MOVE SPACES      TO SUB-DLI-STATUS-CODE
                    INITIALIZE ST-VSSPBIPC
                    CALL 'CBLTDLI' USING GNP
                                         VFSSUB10-PCB
                                         ST-VSSPBIPC
                                         VSSPBIP-SSA-UNQ
                 WHEN SUB-DLI-STATUS-CODE = 'GE' OR 'GB'
                    MOVE 'Y'         TO WS-BIP-SCAN-EOF
                 WHEN OTHER
                    MOVE 54 TO WS-RETURN-CODE
                    DISPLAY '*                                       *'
                    DISPLAY '*      1530-CHECK-BILLING-LINK       ****'
                    DISPLAY '****     ABNORMAL  TERMINATION       ****'
                    DISPLAY '**** SUBSCRIBER       = ' SSA-SUB-ID-KEY
                    DISPLAY '**** STATUS CODE      = '
                            SUB-DLI-STATUS-CODE
                    DISPLAY '**** SSA2             = ' VSSPBIP-SSA-UNQ
                    DISPLAY '*                                       *'
                    DISPLAY '*****************************************'
                    GO TO 000000-MAINLINE-CLOSE-DOWN
              END-EVALUATE
           END-PERFORM

           IF WS-BIP-SEGS-CNT = ZERO
              PERFORM 8000-CLEAR-AUDIT-LINE
              MOVE 'BN'              TO WS-PTA-CAT-CD
              PERFORM 8100-WRITE-AUDIT-LINE
           ELSE
              IF WS-BIP-MATCH-FLAG = 'N'
                 PERFORM 8000-CLEAR-AUDIT-LINE
                 MOVE WS-BIP-OTHER-GRP TO WS-PTA-LNK-GRP-KEY
                 MOVE 'BX'           TO WS-PTA-CAT-CD
                 PERFORM 8100-WRITE-AUDIT-LINE
              ELSE
                 IF WS-BIP-SUB-ID-KEY NOT =
                    WS-SBT-SUB-ID-KEY (WS-SBT-IX)
                    PERFORM 8000-CLEAR-AUDIT-LINE
                    MOVE GA-GRP-KEY-ID TO WS-PTA-LNK-GRP-KEY
                    MOVE WS-BIP-SUB-ID-KEY TO WS-PTA-LNK-SUB-ID
                    MOVE 'BS'        TO WS-PTA-CAT-CD
                    PERFORM 8100-WRITE-AUDIT-LINE
                 END-IF
      *          THE ROOT IS LOOKED FOR UNDER THE KEY THE POINTER
      *          CARRIES - THAT IS THE ROOT TESTIMSP WOULD LAND ON.
                 MOVE WS-BIP-SUB-ID-KEY TO WS-CHECK-SUB-ID-KEY
                 PERFORM 8300-FIND-BILLED-SUB
                 IF WS-BRT-FOUND-FLAG = 'N'
                    PERFORM 8000-CLEAR-AUDIT-LINE
                    MOVE GA-GRP-KEY-ID TO WS-PTA-LNK-GRP-KEY
                    MOVE WS-BIP-SUB-ID-KEY TO WS-PTA-LNK-SUB-ID
                    MOVE 'BR'        TO WS-PTA-CAT-CD
                    PERFORM 8100-WRITE-AUDIT-LINE
                 END-IF
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8000-CLEAR-AUDIT-LINE.

      *    THE POINTER-SIDE CHECKS (1500 SERIES) KEY THE LINE FROM THE
      *    CURRENT VSGPSUP ENTRY; THE BILLING-SIDE CHECKS OVERLAY THE
      *    SUBSCRIBER AND LEAVE THE POINTER COLUMNS BLANK.
           MOVE SPACES               TO WS-PTA-REC
           MOVE ';'                  TO WS-PTA-DLM1
                                        WS-PTA-DLM2
                                        WS-PTA-DLM3
                                        WS-PTA-DLM4
                                        WS-PTA-DLM5
                                        WS-PTA-DLM6
                                        WS-PTA-DLM7
                                        WS-PTA-DLM8
                                        WS-PTA-DLM9
                                        WS-PTA-DLM10
                                        WS-PTA-DLM11
           MOVE GA-GRP-KEY-ID        TO WS-PTA-GRP-KEY

           IF WS-SBT-IX > ZERO
              AND WS-SBT-IX NOT > WS-SBT-CNT
              MOVE WS-SBT-SUB-ID-KEY (WS-SBT-IX) TO WS-PTA-SUB-ID-KEY
              MOVE WS-SBT-STATUS-CD (WS-SBT-IX)  TO WS-PTA-PTR-STATUS
              MOVE WS-SBT-SUB-GRP-NO (WS-SBT-IX) TO WS-PTA-GRP-SUB-GRP
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8100-WRITE-AUDIT-LINE.

      *    WS-PTA-CAT-CD IS SET BY THE CALLER; THE DESCRIPTION AND THE
      *    CATEGORY COUNT COME FROM THE CATEGORY TABLE.
           SET CAT-INDEX             TO 1
           SEARCH WS-CAT-ENTRY
              AT END
                   MOVE 'UNKNOWN CATEGORY' TO WS-PTA-CAT-DESC
              WHEN WS-CAT-CD (CAT-INDEX) = WS-PTA-CAT-CD
                   MOVE WS-CAT-DESC (CAT-INDEX) TO WS-PTA-CAT-DESC
                   SET WS-CAT-IX     TO CAT-INDEX
                   ADD 1             TO WS-CAT-CNT (WS-CAT-IX)
           END-SEARCH

           WRITE PTR-AUDIT-REC FROM WS-PTA-REC
           ADD 1                     TO PTA-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8200-FIND-GROUP-POINTER.

           MOVE 'N'                  TO WS-SBT-FOUND-FLAG
           IF WS-SBT-CNT > 0
              SET SBT-INDEX          TO 1
              SEARCH WS-SBT-TBL
                 AT END
                      CONTINUE
                 WHEN SBT-INDEX > WS-SBT-CNT
                      CONTINUE
                 WHEN WS-SBT-SUB-ID-KEY (SBT-INDEX) =
                      WS-CHECK-SUB-ID-KEY
                      MOVE 'Y'       TO WS-SBT-FOUND-FLAG
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8300-FIND-BILLED-SUB.

           MOVE 'N'                  TO WS-BRT-FOUND-FLAG
           IF WS-BRT-CNT > 0
              SET BRT-INDEX          TO 1
              SEARCH WS-BRT-TBL
                 AT END
                      CONTINUE
                 WHEN BRT-INDEX > WS-BRT-CNT
                      CONTINUE
                 WHEN WS-BRT-SUB-ID-KEY (BRT-INDEX) =
                      WS-CHECK-SUB-ID-KEY
                      MOVE 'Y'       TO WS-BRT-FOUND-FLAG
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTPTRA COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** GROUP ROOTS READ      = ' GROUPS-READ.
           DISPLAY '**** MEDIBLUE GROUPS AUDIT = ' GROUPS-AUDITED.
           DISPLAY '**** SUB POINTERS READ     = ' SUP-PTRS-READ.
           DISPLAY '**** SUBSCRIBER ROOTS FOUND= ' SUB-ROOTS-FOUND.
           DISPLAY '**** VSSVGRP SEGS READ     = ' SVG-SEGS-READ.
           DISPLAY '**** VSSPBIP SEGS READ     = ' BIP-SEGS-READ.
           DISPLAY '**** BILLING ROOTS READ    = ' BIR-ROOTS-READ.
           DISPLAY '**** CASH SEGMENTS READ    = ' CSH-SEGS-READ.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****   DISCREPANCIES BY CATEGORY        ****'.
           PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                     UNTIL WS-CAT-IX > WS-CAT-MAX
              DISPLAY '**** ' WS-CAT-CD (WS-CAT-IX) ' '
                      WS-CAT-DESC (WS-CAT-IX) ' = '
                      WS-CAT-CNT (WS-CAT-IX)
           END-PERFORM.
           DISPLAY '**** DISCREPANCY RECS OUT  = ' PTA-RCDS-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTPTRA SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
