       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TESTARTB.
       AUTHOR.       SANDEEP.
       INSTALLATION. EMPIRE BLUE CROSS BLUE SHIELD.
       DATE-COMPILED.
      *
      *****************************************************************
      ****                                                         ****
      ****                  MODULE OVERVIEW OF                     ****
      ****                       TESTARTB                          ****
      ****      "SENIOR PLAN ACCOUNTS RECEIVABLE AGING TRIAL       ****
      ****                       BALANCE"                          ****
      *****************************************************************
      ****
      ****   PURPOSE:   AGE EVERY VSFPBIR BILLING ROOT IN THE ACTIVE
      ****              MEDIBLUE GROUPS - CURRENT, STOP-CODED AND
      ****              EXCLUDED ACCOUNTS INCLUDED - INTO CURRENT,
      ****              1-29, 30-59, 60-89 AND 90+ DAY BUCKETS OF
      ****              BI-TOT-DUE-AMT BY GROUP AND PACKAGE, WITH THE
      ****              PACKAGE'S PRODUCT COMBINATION DESCRIBED FROM
      ****              PRODTBL.  VSFPCSH UNALLOCATED CASH IS SHOWN AS
      ****              AN OFFSET TO GIVE THE NET RECEIVABLE.  THE
      ****              DELINQUENT BUCKETS ARE THEN RECONCILED TO THE
      ****              TESTIMSP TIER DOLLARS ON BALREC: EVERY DOLLAR
      ****              IS EITHER ON AN AGING FEED, EXCLUDED BY
      ****              TESTIMSP (EXCPFIL REASON), OR OUTSIDE THE
      ****              AGING BASIS (ACTIVE SUBSCRIBER, LATER BILL OF
      ****              A DELINQUENT SUBSCRIBER, NO PACKAGE/POINTER).
      ****
      ****   INPUTS :   CNTLCRD  - OPTIONAL PARM CARD (AS-OF DATE)
      ****              BALRECIN - TESTIMSP BALANCE RECORD(S) - ONE
      ****                         PER SLICE WHEN THE BOOK IS SLICED
      ****              EXCPIN   - TESTIMSP EXCEPTION FILE(S)
      ****              GROUP DATABASE (VSGPGRU/VSGPPAC/VSGPSUP/
      ****                              VSGPPKG)
      ****              BILLING DATABASE (VSFPBIR / VSFPCSH)
      ****   OUTPUTS:   ARTBRPT  - A/R AGING TRIAL BALANCE REPORT
      ******************************************************************
      ******************************************************************
      * MODIFICATION LOG                                               *
      * ================                                               *
      * DATE      NAME         DESCRIPTION                    CONTROL# *
      * --------- ------------ --------------------------------------- *
      * 10/15/26  SANDEEP R    INITIAL RELEASE               CQ512230  *
      * 10/15/26  SANDEEP R    BALREC IMAGE CARRIES THE      CQ512238  *
      *                        DIALER EXCEPTION COUNT                  *
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

           SELECT BALANCE-IN-FILE          ASSIGN TO BALRECIN
                                  FILE STATUS IS WS-BAL-FILE-STATUS.

           SELECT EXCEPTION-IN-FILE        ASSIGN TO EXCPIN
                                  FILE STATUS IS WS-EXC-FILE-STATUS.

           SELECT TRIAL-BAL-FILE           ASSIGN TO ARTBRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROL-CARD-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  CONTROL-CARD-REC             PIC X(80).

       FD  BALANCE-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  BALANCE-IN-REC               PIC X(230).

       FD  EXCEPTION-IN-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  EXCEPTION-IN-REC             PIC X(30).

       FD  TRIAL-BAL-FILE
           LABEL RECORDS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  TRIAL-BAL-REC                PIC X(220).


       WORKING-STORAGE SECTION.
       01  FILLER                      PIC X(40)
           VALUE 'WORKING STORAGE BEGINS HERE FOR TESTARTB'.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-CNTL-FILE-STATUS        PIC X(02) VALUE SPACES.
               88  WS-CNTL-FILE-OK                VALUE '00'.
               88  WS-CNTL-FILE-NOT-FOUND         VALUE '35'.
           05  WS-BAL-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-BAL-FILE-OK                 VALUE '00'.
               88  WS-BAL-FILE-NOT-FOUND          VALUE '35'.
           05  WS-EXC-FILE-STATUS         PIC X(02) VALUE SPACES.
               88  WS-EXC-FILE-OK                 VALUE '00'.
               88  WS-EXC-FILE-NOT-FOUND          VALUE '35'.
           05  WS-BAL-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-BAL-FILE-EOF                VALUE 'Y'.
           05  WS-EXC-EOF-FLAG            PIC X(01) VALUE 'N'.
               88  WS-EXC-FILE-EOF                VALUE 'Y'.

      *    OPTIONAL PARM CARD - AS-OF DATE (CCYYMMDD) IN COLUMNS 1-8.
      *    WITHOUT ONE THE TRIAL BALANCE IS AGED AS OF THE TESTIMSP
      *    RUN DATE ON BALREC, SO THE DELINQUENT BUCKETS USE THE SAME
      *    DAY COUNT THE AGING FEEDS DID; WITH NO BALREC EITHER, AS
      *    OF TODAY.
       01  WS-CNTL-CARD-WORK.
           05  WS-CNTL-AS-OF-DATE-IN      PIC 9(08).
           05  FILLER                     PIC X(72).

       01  WS-DATE-FIELDS.
           05  WS-CURR-DATE               PIC 9(06) VALUE ZEROES.
           05  WS-CURR-PDATE              PIC 9(08) VALUE ZEROES.
           05  WS-AS-OF-INTEGER           PIC 9(07) VALUE ZEROES.
           05  WS-DUE-DT-INTEGER          PIC 9(07) VALUE ZEROES.
           05  WS-DAYS-PAST-DUE           PIC S9(07) VALUE ZEROES.
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

       01  WS-GROUP                     PIC X(6) VALUE SPACES.
           88  MEDIBLUE      VALUE '920097'  '920099'
                                   '910099'  '930099'
                                   '930097'  '940097'
                                   '940099'  '910097'.

      *    IMAGE OF THE TESTIMSP BALANCE RECORD (WS-BAL-REC).  A
      *    SLICED BOOK HAS ONE RECORD PER SLICE - THE DD IS A
      *    CONCATENATION AND THE TIER DOLLARS ARE SUMMED.
       01  WS-BAL-REC.
           05  WS-BAL-RUN-DATE            PIC 9(08).
           05  WS-BAL-IN-BALANCE          PIC X(01).
           05  WS-BAL-SUBR-READ           PIC 9(09).
           05  WS-BAL-EXTRACT-CNT         PIC 9(09).
           05  WS-BAL-WARN-CNT            PIC 9(09).
           05  WS-BAL-CANC-CNT            PIC 9(09).
           05  WS-BAL-EXCP-CNT            PIC 9(09).
           05  WS-BAL-EXCP-RL-CNT         PIC 9(09).
           05  WS-BAL-CSHWRK-CNT          PIC 9(09).
           05  WS-BAL-LTR-CNT             PIC 9(09).
           05  WS-BAL-ESC-CNT             PIC 9(09).
           05  WS-BAL-T1-DOLLARS          PIC 9(11)V99.
           05  WS-BAL-T2-DOLLARS          PIC 9(11)V99.
           05  WS-BAL-T3-DOLLARS          PIC 9(11)V99.
           05  WS-BAL-GRPSUM-DOLLARS      PIC 9(11)V99.
           05  WS-BAL-LTR-DOLLARS         PIC 9(11)V99.
           05  WS-BAL-ESC-DOLLARS         PIC 9(11)V99.
           05  WS-BAL-SUPP-DOLLARS        PIC 9(11)V99.
           05  WS-BAL-RUN-DOLLARS         PIC 9(11)V99.
           05  WS-BAL-ADRX-CNT            PIC 9(09).
           05  WS-BAL-ADRX-DOLLARS        PIC 9(11)V99.
           05  WS-BAL-EXCP-DIAL-CNT       PIC 9(09).
           05  FILLER                     PIC X(05).

       01  WS-BAL-TOTALS.
           05  WS-BAL-RECS-READ           PIC 9(05) VALUE ZERO.
           05  WS-BAL-AS-OF-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BAL-DATE-MIXED          PIC X(01) VALUE 'N'.
           05  WS-BAL-TIER-AMT OCCURS 3 TIMES
                                          PIC S9(11)V99 COMP-3.

      *    IMAGE OF THE TESTIMSP EXCEPTION RECORD (WS-EXCP-REC).
       01  WS-EXCP-REC.
           05  WS-EXC-GRP-KEY             PIC X(09).
           05  WS-EXC-DLM1                PIC X(01).
           05  WS-EXC-SUB-ID              PIC X(09).
           05  WS-EXC-DLM2                PIC X(01).
           05  WS-EXC-REASON-CD           PIC X(02).
               88  WS-EXC-TIER-EXCLUDED        VALUE 'SC' 'CA'
                                                     'AG' 'NM'.
           05  WS-EXC-DLM3                PIC X(01).
           05  FILLER                     PIC X(07).

      *    SUBSCRIBERS TESTIMSP DROPPED AFTER PLACING THEM IN A TIER
      *    (STOP CODE, CASH COVERED, NOT AGE ELIGIBLE, NO MEMBER).
      *    RETURNED-LETTER SUPPRESSION ('RL') IS NOT HERE - THOSE
      *    DOLLARS ARE STILL COUNTED IN THE TIER.
       01  WS-EXCL-FIELDS.
           05  WS-EXCL-CNT                PIC S9(07) COMP VALUE +0.
           05  WS-EXCL-MAX                PIC S9(07) COMP VALUE +200000.
           05  WS-EXCL-FOUND-FLAG         PIC X(01) VALUE 'N'.
           05  WS-EXCL-TBL OCCURS 200000 TIMES
                                          INDEXED BY EXCL-INDEX.
               10  WS-EXCL-GRP-KEY        PIC X(09).
               10  WS-EXCL-SUB-ID         PIC X(09).

      *    ONE ENTRY PER ACTIVE VSGPPAC PACKAGE OF THE GROUP, PLUS A
      *    CATCH-ALL ENTRY (PACKAGE 000) FOR ROOTS AND CASH WITH NO
      *    VSGPSUP POINTER OR NO ACTIVE PACKAGE.  BUCKETS 1-5 ARE
      *    CURRENT, 1-29, 30-59, 60-89 AND 90+.
       01  WS-PKG-FIELDS.
           05  WS-PKG-CNT                 PIC S9(04) COMP VALUE +0.
           05  WS-PKG-MAX                 PIC S9(04) COMP VALUE +100.
           05  WS-PKG-IX                  PIC S9(04) COMP VALUE +0.
           05  WS-PKG-NONE-IX             PIC S9(04) COMP VALUE +0.
           05  WS-PKG-HIT-IX              PIC S9(04) COMP VALUE +0.
           05  WS-PKG-LAST-NO             PIC 9(03) VALUE ZERO.
           05  WS-PKG-TBL OCCURS 101 TIMES.
               10  WS-PKG-NO              PIC 9(03).
               10  WS-PKG-DESC            PIC X(30).
               10  WS-PKG-ROOT-CNT        PIC 9(09).
               10  WS-PKG-CASH-AMT        PIC S9(11)V99 COMP-3.
               10  WS-PKG-BKT-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.

      *    EVERY VSGPSUP POINTER OF THE GROUP WITH ITS PACKAGE ENTRY.
      *    BASIS = 'Y' FOR THE SUBSCRIBERS TESTIMSP TIERS (INACTIVE,
      *    ACTIVE PACKAGE, PACKAGE TERMINATED); ROOT-SEEN MARKS THAT
      *    THEIR OLDEST ROOT - THE ONE TESTIMSP AGES - WAS PASSED.
       01  WS-SBT-FIELDS.
           05  WS-SBT-CNT                 PIC S9(07) COMP VALUE +0.
           05  WS-SBT-MAX                 PIC S9(07) COMP VALUE +100000.
           05  WS-SBT-FOUND-FLAG          PIC X(01) VALUE 'N'.
           05  WS-SBT-TBL OCCURS 100000 TIMES
                                          INDEXED BY SBT-INDEX.
               10  WS-SBT-SUB-ID-KEY      PIC X(15).
               10  WS-SBT-PKG-IX          PIC S9(04) COMP.
               10  WS-SBT-BASIS           PIC X(01).
               10  WS-SBT-ROOT-SEEN       PIC X(01).

       01  WS-AGING-FIELDS.
           05  WS-BKT-IX                  PIC S9(04) COMP VALUE +0.
           05  WS-TIER-IX                 PIC S9(04) COMP VALUE +0.
           05  WS-BIR-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-CSH-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-SUP-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-PAC-SCAN-EOF            PIC X(01) VALUE 'N'.
           05  WS-NET-AMT                 PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LINE-TOTAL-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-LINE-CASH-AMT           PIC S9(11)V99 COMP-3 VALUE 0.

      *    GROUP AND GRAND TOTALS - SAME SHAPE AS A PACKAGE ENTRY.
       01  WS-GRP-TOTALS.
           05  WS-GRP-ROOT-CNT            PIC 9(09).
           05  WS-GRP-CASH-AMT            PIC S9(11)V99 COMP-3.
           05  WS-GRP-BKT-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-ROOT-CNT            PIC 9(09) VALUE ZERO.
           05  WS-GRD-CASH-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GRD-BKT-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.

      *    RECONCILIATION OF THE DELINQUENT BUCKETS - EVERY ROOT LANDS
      *    IN EXACTLY ONE CATEGORY, SO FEED + EXCLUDED + OUTSIDE
      *    ALWAYS EQUALS THE GRAND TOTAL FOR EACH BUCKET.
       01  WS-RECON-TOTALS.
           05  WS-RCN-FEED-CNT            PIC 9(09) VALUE ZERO.
           05  WS-RCN-EXCL-CNT            PIC 9(09) VALUE ZERO.
           05  WS-RCN-OUTS-CNT            PIC 9(09) VALUE ZERO.
           05  WS-RCN-FEED-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.
           05  WS-RCN-EXCL-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.
           05  WS-RCN-OUTS-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.
           05  WS-RCN-DIFF-AMT OCCURS 5 TIMES
                                          PIC S9(11)V99 COMP-3.
           05  WS-RCN-OUT-OF-BAL          PIC X(01) VALUE 'N'.

      *    REPORT LINE - USED FOR PACKAGE, GROUP TOTAL, GRAND TOTAL
      *    AND RECONCILIATION LINES ALIKE.
       01  WS-ATB-REC.
           05  WS-ATB-GRP-KEY             PIC X(09).
           05  WS-ATB-DLM1                PIC X(01) VALUE ';'.
           05  WS-ATB-PKG-NO              PIC X(03).
           05  WS-ATB-DLM2                PIC X(01) VALUE ';'.
           05  WS-ATB-DESC                PIC X(30).
           05  WS-ATB-DLM3                PIC X(01) VALUE ';'.
           05  WS-ATB-ROOT-CNT            PIC 9(09).
           05  WS-ATB-DLM4                PIC X(01) VALUE ';'.
           05  WS-ATB-BKT-GRP OCCURS 5 TIMES.
               10  WS-ATB-BKT-AMT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               10  WS-ATB-BKT-DLM         PIC X(01).
           05  WS-ATB-TOTAL-DUE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ATB-DLM5                PIC X(01) VALUE ';'.
           05  WS-ATB-CASH                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ATB-DLM6                PIC X(01) VALUE ';'.
           05  WS-ATB-NET                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ATB-DLM7                PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-ATB-HDR.
           05  FILLER                     PIC X(09) VALUE 'GROUP KEY'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(03) VALUE 'PKG'.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(30)
               VALUE 'PRODUCT COMBINATION           '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(09) VALUE 'BILLS    '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE 'CURRENT           '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE '1-29 DAYS         '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE '30-59 DAYS        '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE '60-89 DAYS        '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE '90+ DAYS          '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE 'TOTAL DUE         '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE 'UNALLOCATED CASH  '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(18)
               VALUE 'NET RECEIVABLE    '.
           05  FILLER                     PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  WS-ATB-TRL.
           05  WS-ATT-LABEL               PIC X(06) VALUE 'TOTAL '.
           05  WS-ATT-COUNT               PIC 9(09) VALUE ZEROES.
           05  WS-ATT-DLM                 PIC X(01) VALUE ';'.
           05  FILLER                     PIC X(204) VALUE SPACES.

       01  COUNTERS.
           05  GROUPS-READ                PIC 9(09) VALUE 0.
           05  GROUPS-AGED                PIC 9(09) VALUE 0.
           05  PACKAGES-READ              PIC 9(09) VALUE 0.
           05  SUP-PTRS-READ              PIC 9(09) VALUE 0.
           05  BIR-ROOTS-READ             PIC 9(09) VALUE 0.
           05  BIR-NO-POINTER             PIC 9(09) VALUE 0.
           05  CSH-SEGS-READ              PIC 9(09) VALUE 0.
           05  CSH-NO-POINTER             PIC 9(09) VALUE 0.
           05  EXCP-RCDS-READ             PIC 9(09) VALUE 0.
           05  ATB-RCDS-OUT               PIC 9(09) VALUE 0.
           05  WS-RETURN-CODE             PIC 9(08) VALUE ZERO.

       01  IMS-WORK-FIELDS.
           05  GU                         PIC X(04) VALUE  'GU  '.
           05  GN                         PIC X(04) VALUE  'GN  '.
           05  GNP                        PIC X(04) VALUE  'GNP '.

       01  CODE-TABLE-PARAMETERS.
           05  ENCDEC-TABLE-NAMES.
               10  STUCYSVC             PIC X(08)  VALUE 'STUCYSVC'.
           05  ENCDEC-STATUS            PIC  9(4)  COMP VALUE 0.
           05  B-THIRTEEN               PIC 9(04) COMP SYNC VALUE 13.
       01  PROD-COMB-TBL                PIC X(08) VALUE 'PRODTBL '.

       01 PROD-COMB-TRANS.
           COPY PRODTBL.

       01  VSGPGRU-SEGMENT.
           COPY VSGPGRUC.

       01  VSGPPAC-SEGMENT.
           COPY VSGPPACC.

       01  VSGPPKG-SEGMENT.
           COPY VSGPPKGC.

       01  GRP-SUB-PTR.
           COPY VSGPSUPC.

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

       01  VSGPPAC-SSA-UNQUAL.
           05  FILLER                  PIC X(08) VALUE 'VSGPPAC '.
           05  FILLER                  PIC X(01) VALUE ' '.

       01  VSGPSUP-SSA-UNQUAL.
           05  FILLER                  PIC X(08) VALUE 'VSGPSUP '.
           05  VSGPSUP-CMDCD           PIC X(02) VALUE '*-'.
           05  FILLER                  PIC X(01) VALUE ' '.

       01  VSGPPKG-SSA-UNQUAL.
           05  FILLER                  PIC X(08) VALUE 'VSGPPKG '.
           05  VSGPPKG-CMDCD           PIC X(02) VALUE '*-'.
           05  FILLER                  PIC X(01) VALUE ' '.

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
                                 BIR-PCB-AREA.
           DISPLAY '********************************************'
           DISPLAY '********************************************'
           DISPLAY '************* TESTARTB *********************'
           DISPLAY '********************************************'
           DISPLAY '********************************************'.

       000000-MAINLINE.

           INITIALIZE WS-BAL-TOTALS
                      WS-GRAND-TOTALS
                      WS-RECON-TOTALS

           PERFORM 0050-READ-CONTROL-CARD.
           PERFORM 0060-LOAD-BALANCE-RECS.
           PERFORM 0070-SET-AS-OF-DATE.
           PERFORM 0080-LOAD-EXCEPTIONS.

           OPEN OUTPUT TRIAL-BAL-FILE
           WRITE TRIAL-BAL-REC FROM WS-ATB-HDR

           PERFORM 0900-GET-GROUP-ROOT.
           PERFORM 1000-AGE-GROUP
              UNTIL GRP-DLI-STATUS-CODE > SPACES.

           PERFORM 5000-WRITE-GRAND-TOTAL.
           PERFORM 5100-WRITE-RECONCILIATION.

       000000-MAINLINE-CLOSE-DOWN.

           MOVE ATB-RCDS-OUT         TO WS-ATT-COUNT
           WRITE TRIAL-BAL-REC FROM WS-ATB-TRL

           PERFORM 900000-DISPLAY-STATS.
           CLOSE TRIAL-BAL-FILE.

      ****** ********* ************ ************ ************ **********

       000000-MAINLINE-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0050-READ-CONTROL-CARD.

           MOVE ZERO                 TO WS-CNTL-AS-OF-DATE-IN
           OPEN INPUT CONTROL-CARD-FILE

           IF NOT WS-CNTL-FILE-NOT-FOUND
              READ CONTROL-CARD-FILE INTO WS-CNTL-CARD-WORK
                 AT END
                    MOVE ZEROES      TO WS-CNTL-AS-OF-DATE-IN
              END-READ
              IF WS-CNTL-AS-OF-DATE-IN IS NUMERIC
                 AND WS-CNTL-AS-OF-DATE-IN NOT = ZERO
                 MOVE WS-CNTL-AS-OF-DATE-IN TO WS-CURR-PDATE
              END-IF
              CLOSE CONTROL-CARD-FILE
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0060-LOAD-BALANCE-RECS.

      *    TESTIMSP BALANCE RECORD(S) (BALRECIN DD).  A MISSING FILE
      *    STILL PRODUCES THE TRIAL BALANCE, BUT THE RECONCILIATION
      *    HAS NOTHING TO PROVE AGAINST AND THE RUN ENDS RC 4.
           MOVE 'N'                  TO WS-BAL-EOF-FLAG
           OPEN INPUT BALANCE-IN-FILE

           IF WS-BAL-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-BAL-EOF-FLAG
           ELSE
              PERFORM UNTIL WS-BAL-FILE-EOF
                 READ BALANCE-IN-FILE INTO WS-BAL-REC
                    AT END
                       MOVE 'Y'      TO WS-BAL-EOF-FLAG
                    NOT AT END
                       IF WS-BAL-RUN-DATE IS NUMERIC
                          AND WS-BAL-RUN-DATE NOT = ZERO
                          PERFORM 0065-ADD-ONE-BALANCE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BALANCE-IN-FILE
           END-IF

           IF WS-BAL-RECS-READ = ZERO
              MOVE 4                 TO WS-RETURN-CODE
              DISPLAY '*** WARNING - NO TESTIMSP BALANCE RECORD ON'
                      ' BALRECIN - TIER RECONCILIATION NOT PROVEN'
           END-IF

           IF WS-BAL-DATE-MIXED = 'Y'
              DISPLAY '*** WARNING - BALRECIN HOLDS MORE THAN ONE'
                      ' TESTIMSP RUN DATE - FIRST DATE USED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0065-ADD-ONE-BALANCE.

           ADD 1                     TO WS-BAL-RECS-READ
           IF WS-BAL-AS-OF-DATE = ZERO
              MOVE WS-BAL-RUN-DATE   TO WS-BAL-AS-OF-DATE
           ELSE
              IF WS-BAL-RUN-DATE NOT = WS-BAL-AS-OF-DATE
                 MOVE 'Y'            TO WS-BAL-DATE-MIXED
              END-IF
           END-IF

           ADD WS-BAL-T1-DOLLARS     TO WS-BAL-TIER-AMT (1)
           ADD WS-BAL-T2-DOLLARS     TO WS-BAL-TIER-AMT (2)
           ADD WS-BAL-T3-DOLLARS     TO WS-BAL-TIER-AMT (3).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0070-SET-AS-OF-DATE.

           IF WS-CURR-PDATE = ZERO
              MOVE WS-BAL-AS-OF-DATE TO WS-CURR-PDATE
           END-IF

           IF WS-CURR-PDATE = ZERO
              ACCEPT WS-CURR-DATE    FROM DATE
              MOVE 20                TO WS-CURR-PDATE(1:2)
              MOVE WS-CURR-DATE      TO WS-CURR-PDATE(3:6)
           END-IF

           COMPUTE WS-AS-OF-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-CURR-PDATE)

           DISPLAY '*** AS-OF DATE          = ' WS-CURR-PDATE
           DISPLAY '*** BALREC RUN DATE     = ' WS-BAL-AS-OF-DATE

      *    AGED ON A DIFFERENT DAY THAN THE FEEDS, THE BUCKETS CANNOT
      *    MATCH THE TIERS - SAY SO UP FRONT RATHER THAN LEAVE THE
      *    DIFFERENCE LINE TO EXPLAIN ITSELF.
           IF WS-BAL-AS-OF-DATE NOT = ZERO
              AND WS-BAL-AS-OF-DATE NOT = WS-CURR-PDATE
              DISPLAY '*** WARNING - AS-OF DATE IS NOT THE TESTIMSP'
                      ' RUN DATE - TIER DIFFERENCES EXPECTED'
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       0080-LOAD-EXCEPTIONS.

      *    THE SAME CYCLE'S TESTIMSP EXCEPTION FILE(S) (EXCPIN DD).
      *    HEADER AND TRAILER LINES CARRY NO REASON CODE AND DROP
      *    OUT WITH THE REASONS THAT DO NOT REMOVE TIER DOLLARS.
           MOVE 'N'                  TO WS-EXC-EOF-FLAG
           OPEN INPUT EXCEPTION-IN-FILE

           IF WS-EXC-FILE-NOT-FOUND
              MOVE 'Y'               TO WS-EXC-EOF-FLAG
           ELSE
              PERFORM UNTIL WS-EXC-FILE-EOF
                 READ EXCEPTION-IN-FILE INTO WS-EXCP-REC
                    AT END
                       MOVE 'Y'      TO WS-EXC-EOF-FLAG
                    NOT AT END
                       ADD 1         TO EXCP-RCDS-READ
                       IF WS-EXC-TIER-EXCLUDED
                          IF WS-EXCL-CNT >= WS-EXCL-MAX
                             MOVE 54 TO WS-RETURN-CODE
                             DISPLAY '****  EXCLUSION TABLE FULL AT '
                                     WS-EXCL-CNT ' - RAISE'
                                     ' WS-EXCL-MAX AND RERUN'
                             GO TO 000000-MAINLINE-EXIT
                          END-IF
                          ADD 1      TO WS-EXCL-CNT
                          MOVE WS-EXC-GRP-KEY TO
                               WS-EXCL-GRP-KEY (WS-EXCL-CNT)
                          MOVE WS-EXC-SUB-ID  TO
                               WS-EXCL-SUB-ID (WS-EXCL-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-IN-FILE
           END-IF

           DISPLAY '*** TIER EXCLUSIONS LOADED = ' WS-EXCL-CNT.

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
       1000-AGE-GROUP.

      *    THE WHOLE BOOK IS READ IN ONE PASS - NO SLICE OR GROUP-CARD
      *    SELECTION, THE TRIAL BALANCE MUST COVER EVERY GROUP.
           ADD 1                     TO GROUPS-READ
           MOVE GA-GRP-KEY-ID(1:6)   TO WS-GROUP

           IF GA-GS-ACTIVE AND MEDIBLUE
              ADD 1                  TO GROUPS-AGED
              INITIALIZE WS-GRP-TOTALS
              PERFORM 1100-LOAD-GROUP-PACKAGES
              PERFORM 1200-LOAD-SUB-POINTERS
              PERFORM 1300-AGE-BILLING-ROOTS
              PERFORM 1400-OFFSET-UNALLOC-CASH
              PERFORM 1500-WRITE-GROUP-LINES
           END-IF

           PERFORM 0900-GET-GROUP-ROOT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1100-LOAD-GROUP-PACKAGES.

      *    EVERY ACTIVE VSGPPAC PACKAGE OF THE GROUP - THE SAME SET
      *    TESTIMSP LOADS IN 1001-GET-GRPPKG - THEN THE CATCH-ALL.
           MOVE ZERO                 TO WS-PKG-CNT
                                        WS-PKG-LAST-NO
           MOVE 'N'                  TO WS-PAC-SCAN-EOF

           PERFORM UNTIL WS-PAC-SCAN-EOF = 'Y'
              MOVE SPACES            TO GRP-DLI-STATUS-CODE
              MOVE GA-GRP-KEY-ID     TO VSGPGRU-KEY
              INITIALIZE VSGPPAC-SEGMENT
              CALL 'CBLTDLI' USING GN
                                   VFGGRP10-PCB
                                   VSGPPAC-SEGMENT
                                   VSGPGRU-SSA-QUAL
                                   VSGPPAC-SSA-UNQUAL
              EVALUATE TRUE
                 WHEN GRP-DLI-STATUS-CODE = '  '
                    ADD 1            TO PACKAGES-READ
                    IF GB-PS-ACTIVE
                       AND GB-PKG-NO NOT = WS-PKG-LAST-NO
                       PERFORM 1110-ADD-ONE-PACKAGE
                    END-IF
                 WHEN GRP-DLI-STATUS-CODE = 'GE' OR 'GB'
                    MOVE 'Y'         TO WS-PAC-SCAN-EOF
                 WHEN OTHER
                    MOVE 51 TO WS-RETURN-CODE
                    DISPLAY '*                                       *'
                    DISPLAY '*      1100-LOAD-GROUP-PACKAGES      ****'
                    DISPLAY '****     ABNORMAL  TERMINATION       ****'
                    DISPLAY '**** STATUS CODE      = '
                            GRP-DLI-STATUS-CODE
                    DISPLAY '**** SSA1             = ' VSGPGRU-SSA-QUAL
                    DISPLAY '**** SSA2             = '
                            VSGPPAC-SSA-UNQUAL
                    DISPLAY '*                                       *'
                    DISPLAY '*****************************************'
                    GO TO 000000-MAINLINE-CLOSE-DOWN
              END-EVALUATE
           END-PERFORM

           ADD 1                     TO WS-PKG-CNT
           MOVE WS-PKG-CNT           TO WS-PKG-NONE-IX
           INITIALIZE WS-PKG-TBL (WS-PKG-NONE-IX)
           MOVE ZERO                 TO WS-PKG-NO (WS-PKG-NONE-IX)
           MOVE 'NO ACTIVE PACKAGE OR POINTER  '
                                     TO WS-PKG-DESC (WS-PKG-NONE-IX).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1110-ADD-ONE-PACKAGE.

      *    ONE SLOT IS KEPT BACK FOR THE CATCH-ALL ENTRY.
           IF WS-PKG-CNT >= WS-PKG-MAX
              MOVE 53 TO WS-RETURN-CODE
              DISPLAY '****  PACKAGE TABLE FULL AT ' WS-PKG-CNT
                      ' FOR GROUP ' GA-GRP-KEY-ID
                      ' - RAISE WS-PKG-MAX AND RERUN'
              GO TO 000000-MAINLINE-CLOSE-DOWN
           END-IF

           ADD 1                     TO WS-PKG-CNT
           INITIALIZE WS-PKG-TBL (WS-PKG-CNT)
           MOVE GB-PKG-NO            TO WS-PKG-NO (WS-PKG-CNT)
                                        WS-PKG-LAST-NO

      *    PRODUCT COMBINATION DESCRIPTION THROUGH THE PRODTBL
      *    TRANSLATE TABLE - SAME TABLE SERVICE AS THE STOP CODES.
           MOVE GB-PROD-COMB-CD      TO PT-PROD-COMB-CD
           MOVE SPACES               TO PT-PROD-COMB-DESC
           CALL STUCYSVC USING B-THIRTEEN
                                ENCDEC-STATUS
                                PROD-COMB-TBL
                                PT-PROD-COMB-CD
                                PT-PROD-COMB-DESC
           IF PT-PROD-COMB-DESC = SPACES OR LOW-VALUES
              MOVE 'PRODUCT NOT ON PRODTBL        '
                                     TO WS-PKG-DESC (WS-PKG-CNT)
           ELSE
              MOVE PT-PROD-COMB-DESC TO WS-PKG-DESC (WS-PKG-CNT)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1200-LOAD-SUB-POINTERS.

      *    EVERY VSGPSUP POINTER (ACTIVE AND INACTIVE) WITH THE
      *    PACKAGE FROM ITS FIRST VSGPPKG CHILD, AS TESTIMSP READS
      *    IT IN 1100-GET-SUB-PKG-SEG.
           MOVE ZERO                 TO WS-SBT-CNT
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
           MOVE WS-PKG-NONE-IX       TO WS-SBT-PKG-IX (WS-SBT-CNT)
           MOVE 'N'                  TO WS-SBT-BASIS (WS-SBT-CNT)
                                        WS-SBT-ROOT-SEEN (WS-SBT-CNT)

           MOVE SPACES               TO GRP-DLI-STATUS-CODE
           INITIALIZE VSGPPKG-SEGMENT
           CALL 'CBLTDLI' USING GNP
                                VFGGRP10-PCB
                                VSGPPKG-SEGMENT
                                VSGPGRU-SSA-QUAL
                                VSGPPKG-SSA-UNQUAL

           EVALUATE TRUE
              WHEN GRP-DLI-STATUS-CODE = '  '
                 MOVE ZERO           TO WS-PKG-HIT-IX
                 PERFORM VARYING WS-PKG-IX FROM 1 BY 1
                           UNTIL WS-PKG-IX >= WS-PKG-NONE-IX
                              OR WS-PKG-HIT-IX > 0
                    IF WS-PKG-NO (WS-PKG-IX) = GS-PKG-NO
                       MOVE WS-PKG-IX TO WS-PKG-HIT-IX
                    END-IF
                 END-PERFORM
                 IF WS-PKG-HIT-IX > 0
                    MOVE WS-PKG-HIT-IX TO WS-SBT-PKG-IX (WS-SBT-CNT)
      *             THE SUBSCRIBERS 1100-GET-SUB-PKG-SEG SENDS ON TO
      *             THE DELINQUENCY CHECKS.
                    IF GD-INACTIVE
                       AND GS-PKG-TERM-DT < 2991231
                       MOVE 'Y'      TO WS-SBT-BASIS (WS-SBT-CNT)
                    END-IF
                 END-IF
              WHEN GRP-DLI-STATUS-CODE = 'GE' OR 'GB'
                 CONTINUE
              WHEN OTHER
                 MOVE 52 TO WS-RETURN-CODE
                 DISPLAY '****                                    ****'
                 DISPLAY '****       1210-ADD-ONE-POINTER         ****'
                 DISPLAY '****      INVALID IMS STATUS CODE       ****'
                 DISPLAY '****       ABNORMAL  TERMINATION        ****'
                 DISPLAY '**** STATUS CODE      = ' GRP-DLI-STATUS-CODE
                 DISPLAY '**** SSA1             = ' VSGPGRU-SSA-QUAL
                 DISPLAY '**** SSA2             = ' VSGPPKG-SSA-UNQUAL
                 DISPLAY '*                                          *'
                 DISPLAY '********************************************'
                 GO TO 000000-MAINLINE-CLOSE-DOWN
           END-EVALUATE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1300-AGE-BILLING-ROOTS.

      *    EVERY BILLING ROOT OF THE GROUP, WHATEVER ITS STATUS, STOP
      *    CODE OR AMOUNT.  THE ROOTS ARE IN GRPKEY+DUEDT+SUBR ORDER,
      *    SO A SUBSCRIBER'S FIRST ROOT IS ITS OLDEST.
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
                    PERFORM 1310-AGE-ONE-ROOT
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
              DISPLAY '*         1300-AGE-BILLING-ROOTS        ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPBIR-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1310-AGE-ONE-ROOT.

           MOVE BI-DUE-DT            TO WS-TEMP-BI-DUE-DT
           MOVE WS-TEMP-BI-DUE-YY    TO WS-DUE-DT-YY
           MOVE WS-TEMP-BI-DUE-MM    TO WS-DUE-DT-MM
           MOVE WS-TEMP-BI-DUE-DD    TO WS-DUE-DT-DD
           COMPUTE WS-DUE-DT-CC = WS-TEMP-BI-DUE-CENT + 19

           COMPUTE WS-DUE-DT-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DUE-DT-CCYYMMDD)
           COMPUTE WS-DAYS-PAST-DUE =
                   WS-AS-OF-INTEGER - WS-DUE-DT-INTEGER

           EVALUATE TRUE
              WHEN WS-DAYS-PAST-DUE < 1
                 MOVE 1              TO WS-BKT-IX
              WHEN WS-DAYS-PAST-DUE < 30
                 MOVE 2              TO WS-BKT-IX
              WHEN WS-DAYS-PAST-DUE < 60
                 MOVE 3              TO WS-BKT-IX
              WHEN WS-DAYS-PAST-DUE < 90
                 MOVE 4              TO WS-BKT-IX
              WHEN OTHER
                 MOVE 5              TO WS-BKT-IX
           END-EVALUATE

           MOVE 'N'                  TO WS-SBT-FOUND-FLAG
           IF WS-SBT-CNT > 0
              SET SBT-INDEX          TO 1
              SEARCH WS-SBT-TBL
                 AT END
                      CONTINUE
                 WHEN SBT-INDEX > WS-SBT-CNT
                      CONTINUE
                 WHEN WS-SBT-SUB-ID-KEY (SBT-INDEX) = BI-SUB-ID-KEY
                      MOVE 'Y'       TO WS-SBT-FOUND-FLAG
              END-SEARCH
           END-IF

           IF WS-SBT-FOUND-FLAG = 'Y'
              MOVE WS-SBT-PKG-IX (SBT-INDEX) TO WS-PKG-IX
           ELSE
              MOVE WS-PKG-NONE-IX    TO WS-PKG-IX
              ADD 1                  TO BIR-NO-POINTER
           END-IF

           ADD 1                     TO WS-PKG-ROOT-CNT (WS-PKG-IX)
           ADD BI-TOT-DUE-AMT        TO
               WS-PKG-BKT-AMT (WS-PKG-IX, WS-BKT-IX)

      *    RECONCILIATION CATEGORY.  ONLY THE OLDEST ROOT OF A BASIS
      *    SUBSCRIBER IS AGED BY TESTIMSP; IN A DELINQUENT BUCKET IT
      *    IS ON A FEED UNLESS EXCPFIL SHOWS IT DROPPED.
           IF WS-SBT-FOUND-FLAG = 'Y'
              AND WS-SBT-BASIS (SBT-INDEX) = 'Y'
              AND WS-SBT-ROOT-SEEN (SBT-INDEX) = 'N'
              MOVE 'Y'               TO WS-SBT-ROOT-SEEN (SBT-INDEX)
              IF WS-BKT-IX > 2
                 PERFORM 1320-CHECK-TIER-EXCLUSION
                 IF WS-EXCL-FOUND-FLAG = 'Y'
                    ADD 1            TO WS-RCN-EXCL-CNT
                    ADD BI-TOT-DUE-AMT TO WS-RCN-EXCL-AMT (WS-BKT-IX)
                 ELSE
                    ADD 1            TO WS-RCN-FEED-CNT
                    ADD BI-TOT-DUE-AMT TO WS-RCN-FEED-AMT (WS-BKT-IX)
                 END-IF
              ELSE
                 ADD 1               TO WS-RCN-OUTS-CNT
                 ADD BI-TOT-DUE-AMT  TO WS-RCN-OUTS-AMT (WS-BKT-IX)
              END-IF
           ELSE
              ADD 1                  TO WS-RCN-OUTS-CNT
              ADD BI-TOT-DUE-AMT     TO WS-RCN-OUTS-AMT (WS-BKT-IX)
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1320-CHECK-TIER-EXCLUSION.

           MOVE 'N'                  TO WS-EXCL-FOUND-FLAG
           IF WS-EXCL-CNT > 0
              SET EXCL-INDEX         TO 1
              SEARCH WS-EXCL-TBL
                 AT END
                      CONTINUE
                 WHEN EXCL-INDEX > WS-EXCL-CNT
                      CONTINUE
                 WHEN WS-EXCL-SUB-ID (EXCL-INDEX) = BI-SUB-ID-KEY(4:9)
                  AND WS-EXCL-GRP-KEY (EXCL-INDEX) = GA-GRP-KEY-ID
                      MOVE 'Y'       TO WS-EXCL-FOUND-FLAG
              END-SEARCH
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1400-OFFSET-UNALLOC-CASH.

      *    EVERY VSFPCSH SEGMENT OF THE GROUP, CHARGED TO THE
      *    SUBSCRIBER'S PACKAGE AS AN OFFSET TO THE RECEIVABLE.
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
                    PERFORM 1410-OFFSET-ONE-CASH
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
              DISPLAY '*        1400-OFFSET-UNALLOC-CASH       ****'
              DISPLAY '****       ABNORMAL  TERMINATION        ****'
              DISPLAY '**** STATUS CODE      = ' BIR-DLI-STATUS-CODE
              DISPLAY '**** SSA              = ' SSA-VSFPCSH-GRP
              DISPLAY '*                                          *'
              DISPLAY '********************************************'
              GO TO 000000-MAINLINE-CLOSE-DOWN.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1410-OFFSET-ONE-CASH.

           MOVE 'N'                  TO WS-SBT-FOUND-FLAG
           IF WS-SBT-CNT > 0
              SET SBT-INDEX          TO 1
              SEARCH WS-SBT-TBL
                 AT END
                      CONTINUE
                 WHEN SBT-INDEX > WS-SBT-CNT
                      CONTINUE
                 WHEN WS-SBT-SUB-ID-KEY (SBT-INDEX) = CS-SUB-ID-KEY
                      MOVE 'Y'       TO WS-SBT-FOUND-FLAG
              END-SEARCH
           END-IF

           IF WS-SBT-FOUND-FLAG = 'Y'
              MOVE WS-SBT-PKG-IX (SBT-INDEX) TO WS-PKG-IX
           ELSE
              MOVE WS-PKG-NONE-IX    TO WS-PKG-IX
              ADD 1                  TO CSH-NO-POINTER
           END-IF

           ADD CS-UNALLOC-AMT        TO WS-PKG-CASH-AMT (WS-PKG-IX).

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1500-WRITE-GROUP-LINES.

      *    ONE LINE PER ACTIVE PACKAGE (EVEN WITH NOTHING OWED), THE
      *    CATCH-ALL LINE ONLY WHEN SOMETHING LANDED ON IT, THEN THE
      *    GROUP TOTAL.
           PERFORM VARYING WS-PKG-IX FROM 1 BY 1
                     UNTIL WS-PKG-IX > WS-PKG-CNT
              IF WS-PKG-IX < WS-PKG-NONE-IX
                 OR WS-PKG-ROOT-CNT (WS-PKG-IX) > 0
                 OR WS-PKG-CASH-AMT (WS-PKG-IX) NOT = 0
                 PERFORM 1510-WRITE-PACKAGE-LINE
              END-IF
           END-PERFORM

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE GA-GRP-KEY-ID        TO WS-ATB-GRP-KEY
           MOVE 'TOT'                TO WS-ATB-PKG-NO
           MOVE 'GROUP TOTAL                   '
                                     TO WS-ATB-DESC
           MOVE WS-GRP-ROOT-CNT      TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-GRP-BKT-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-GRP-BKT-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
              ADD WS-GRP-BKT-AMT (WS-BKT-IX)
                                     TO WS-GRD-BKT-AMT (WS-BKT-IX)
           END-PERFORM
           MOVE WS-GRP-CASH-AMT      TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           ADD WS-GRP-ROOT-CNT       TO WS-GRD-ROOT-CNT
           ADD WS-GRP-CASH-AMT       TO WS-GRD-CASH-AMT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       1510-WRITE-PACKAGE-LINE.

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE GA-GRP-KEY-ID        TO WS-ATB-GRP-KEY
           MOVE WS-PKG-NO (WS-PKG-IX) TO WS-ATB-PKG-NO
           MOVE WS-PKG-DESC (WS-PKG-IX) TO WS-ATB-DESC
           MOVE WS-PKG-ROOT-CNT (WS-PKG-IX) TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-PKG-BKT-AMT (WS-PKG-IX, WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-PKG-BKT-AMT (WS-PKG-IX, WS-BKT-IX)
                                     TO WS-LINE-TOTAL-AMT
              ADD WS-PKG-BKT-AMT (WS-PKG-IX, WS-BKT-IX)
                                     TO WS-GRP-BKT-AMT (WS-BKT-IX)
           END-PERFORM
           MOVE WS-PKG-CASH-AMT (WS-PKG-IX) TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           ADD WS-PKG-ROOT-CNT (WS-PKG-IX) TO WS-GRP-ROOT-CNT
           ADD WS-PKG-CASH-AMT (WS-PKG-IX) TO WS-GRP-CASH-AMT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       5000-WRITE-GRAND-TOTAL.

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'ALL GRPS '          TO WS-ATB-GRP-KEY
           MOVE 'TOT'                TO WS-ATB-PKG-NO
           MOVE 'GRAND TOTAL                   '
                                     TO WS-ATB-DESC
           MOVE WS-GRD-ROOT-CNT      TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-GRD-BKT-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-GRD-BKT-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
           END-PERFORM
           MOVE WS-GRD-CASH-AMT      TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       5100-WRITE-RECONCILIATION.

      *    THE GRAND TOTAL BROKEN INTO ITS THREE CATEGORIES, THEN THE
      *    BALREC TIER DOLLARS AND THE DIFFERENCE BETWEEN THEM AND THE
      *    ON-FEED CATEGORY.  TIER 1/2/3 ARE THE 30-59/60-89/90+
      *    BUCKETS.  ANY DIFFERENCE IS RC 60.
           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'RECONCILE'          TO WS-ATB-GRP-KEY
           MOVE 'ON AGING FEEDS (TESTIMSP TIER)'
                                     TO WS-ATB-DESC
           MOVE WS-RCN-FEED-CNT      TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-RCN-FEED-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-RCN-FEED-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
           END-PERFORM
           MOVE ZERO                 TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'RECONCILE'          TO WS-ATB-GRP-KEY
           MOVE 'EXCLUDED BY TESTIMSP (EXCPFIL)'
                                     TO WS-ATB-DESC
           MOVE WS-RCN-EXCL-CNT      TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-RCN-EXCL-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-RCN-EXCL-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
           END-PERFORM
           MOVE ZERO                 TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'RECONCILE'          TO WS-ATB-GRP-KEY
           MOVE 'OUTSIDE AGING BASIS           '
                                     TO WS-ATB-DESC
           MOVE WS-RCN-OUTS-CNT      TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-RCN-OUTS-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-RCN-OUTS-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
           END-PERFORM
           MOVE ZERO                 TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'RECONCILE'          TO WS-ATB-GRP-KEY
           MOVE 'BALREC TIER DOLLARS           '
                                     TO WS-ATB-DESC
           MOVE WS-BAL-RECS-READ     TO WS-ATB-ROOT-CNT
           MOVE ZERO                 TO WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
                     UNTIL WS-TIER-IX > 3
              COMPUTE WS-BKT-IX = WS-TIER-IX + 2
              MOVE WS-BAL-TIER-AMT (WS-TIER-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-BAL-TIER-AMT (WS-TIER-IX) TO WS-LINE-TOTAL-AMT
              COMPUTE WS-RCN-DIFF-AMT (WS-BKT-IX) =
                      WS-RCN-FEED-AMT (WS-BKT-IX)
                    - WS-BAL-TIER-AMT (WS-TIER-IX)
              IF WS-RCN-DIFF-AMT (WS-BKT-IX) NOT = ZERO
                 MOVE 'Y'            TO WS-RCN-OUT-OF-BAL
              END-IF
           END-PERFORM
           MOVE ZERO                 TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           PERFORM 8000-CLEAR-REPORT-LINE
           MOVE 'RECONCILE'          TO WS-ATB-GRP-KEY
           MOVE 'DIFFERENCE (FEEDS - BALREC)   '
                                     TO WS-ATB-DESC
           MOVE ZERO                 TO WS-ATB-ROOT-CNT
                                        WS-LINE-TOTAL-AMT
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE WS-RCN-DIFF-AMT (WS-BKT-IX)
                                     TO WS-ATB-BKT-AMT (WS-BKT-IX)
              ADD WS-RCN-DIFF-AMT (WS-BKT-IX) TO WS-LINE-TOTAL-AMT
           END-PERFORM
           MOVE ZERO                 TO WS-LINE-CASH-AMT
           PERFORM 8100-WRITE-REPORT-LINE

           IF WS-BAL-RECS-READ > ZERO
              IF WS-RCN-OUT-OF-BAL = 'Y'
                 MOVE 60             TO WS-RETURN-CODE
                 DISPLAY '*** OUT OF BALANCE - DELINQUENT BUCKETS DO'
                         ' NOT RECONCILE TO BALREC TIER DOLLARS'
              ELSE
                 DISPLAY '*** DELINQUENT BUCKETS RECONCILE TO BALREC'
              END-IF
           END-IF.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8000-CLEAR-REPORT-LINE.

           MOVE SPACES               TO WS-ATB-REC
           MOVE ';'                  TO WS-ATB-DLM1
                                        WS-ATB-DLM2
                                        WS-ATB-DLM3
                                        WS-ATB-DLM4
                                        WS-ATB-DLM5
                                        WS-ATB-DLM6
                                        WS-ATB-DLM7
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                     UNTIL WS-BKT-IX > 5
              MOVE ';'               TO WS-ATB-BKT-DLM (WS-BKT-IX)
           END-PERFORM.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       8100-WRITE-REPORT-LINE.

      *    WS-LINE-TOTAL-AMT AND WS-LINE-CASH-AMT ARE SET BY THE
      *    CALLER - TOTAL DUE LESS THE CASH OFFSET IS THE NET
      *    RECEIVABLE.
           MOVE WS-LINE-TOTAL-AMT    TO WS-ATB-TOTAL-DUE
           MOVE WS-LINE-CASH-AMT     TO WS-ATB-CASH
           COMPUTE WS-NET-AMT = WS-LINE-TOTAL-AMT - WS-LINE-CASH-AMT
           MOVE WS-NET-AMT           TO WS-ATB-NET

           WRITE TRIAL-BAL-REC FROM WS-ATB-REC
           ADD 1                     TO ATB-RCDS-OUT.

      *----+----+----+----+----+----+----+----+----+----+----+----+----*
      *----+----+----+----+----+----+----+----+----+----+----+----+----*
       900000-DISPLAY-STATS.
           DISPLAY '********************************************'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****     TESTARTB COMPLEATED SUCCESSFULLY***'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '**** RETURN CODE           = ' WS-RETURN-CODE.
           DISPLAY '**** AS-OF DATE            = ' WS-CURR-PDATE.
           DISPLAY '**** BALREC RECORDS READ   = ' WS-BAL-RECS-READ.
           DISPLAY '**** EXCPFIL RECORDS READ  = ' EXCP-RCDS-READ.
           DISPLAY '**** GROUP ROOTS READ      = ' GROUPS-READ.
           DISPLAY '**** MEDIBLUE GROUPS AGED  = ' GROUPS-AGED.
           DISPLAY '**** PACKAGE SEGS READ     = ' PACKAGES-READ.
           DISPLAY '**** SUB POINTERS READ     = ' SUP-PTRS-READ.
           DISPLAY '**** BILLING ROOTS AGED    = ' BIR-ROOTS-READ.
           DISPLAY '****   WITH NO POINTER     = ' BIR-NO-POINTER.
           DISPLAY '**** CASH SEGMENTS READ    = ' CSH-SEGS-READ.
           DISPLAY '****   WITH NO POINTER     = ' CSH-NO-POINTER.
           DISPLAY '**** TOTAL DUE CURRENT     = ' WS-GRD-BKT-AMT (1).
           DISPLAY '**** TOTAL DUE 1-29        = ' WS-GRD-BKT-AMT (2).
           DISPLAY '**** TOTAL DUE 30-59       = ' WS-GRD-BKT-AMT (3).
           DISPLAY '**** TOTAL DUE 60-89       = ' WS-GRD-BKT-AMT (4).
           DISPLAY '**** TOTAL DUE 90+         = ' WS-GRD-BKT-AMT (5).
           DISPLAY '**** UNALLOCATED CASH      = ' WS-GRD-CASH-AMT.
           DISPLAY '**** REPORT RECORDS OUT    = ' ATB-RCDS-OUT.
           DISPLAY '****------------------------------------****'.
           DISPLAY '****         TESTARTB SHUT DOWN         ****'.
           DISPLAY '****------------------------------------****'.
           DISPLAY '********************************************'.
