       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG031.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * CUSTOMER MERGE - FOLD A DUPLICATE CUSTOMER ID INTO ITS
      * SURVIVOR
      *
      * RUNS AFTER PBEG028 AND BEFORE PBEG014. EACH CARD ON THE MERGE
      * FILE (MRGCARD) NAMES A SURVIVOR ID AND A RETIRED ID - THE
      * SAME PERSON OPENED TWICE, AS PBEG023 AND PBEG015 TURN THEM
      * UP. FOR EVERY CURRENCY THE RETIRED ID HOLDS:
      *   - WHEN THE SURVIVOR HAS NO ACCOUNT IN THAT DOVIZ THE
      *     ACCOUNT IS MOVED: A NEW SURVIVOR RECORD IS ADDED UNDER
      *     THE SURVIVOR'S NAME WITH THE RETIRED ACCOUNT'S OPEN DATE,
      *     BALANCE, STATUS AND LAST MOVEMENT DATE (AUDITED AS AN ADD,
      *     ISLEM TIPI 3);
      *   - WHEN IT HAS ONE THE BALANCES ARE COMBINED ON THE
      *     SURVIVOR'S ACCOUNT (AUDITED AS A TRANSFER LEG, TIPI 7).
      * THE RETIRED ACCOUNT IS THEN EMPTIED (TIPI 7 LEG TO ZERO) AND
      * CLOSED (STATUS 'C', TIPI 8), AND THE RETIRED ID'S CSTFILE
      * ENTRY IS DELETED. THE TWO LEGS OF EVERY MOVE NET TO ZERO, SO
      * THE MASTER TOTAL DOES NOT CHANGE; THE AUDIT SEQUENCE CARRIES
      * ON FROM THE LAST CHECKPOINT AND A FRESH CHECKPOINT WITH THE
      * NEW SEQUENCE IS APPENDED TO CHK-FILE, SO PBEG014 STILL
      * BALANCES AUDIT, CHECKPOINT AND POSITION.
      *
      * A MERGE IS REFUSED WHOLE, BEFORE ANYTHING IS TOUCHED, WHEN:
      * EITHER ID HAS A BLOCKED ('B') ACCOUNT, EITHER ID HAS NO
      * ACCOUNTS, THE RETIRED ID IS ALREADY MERGED OR THE SURVIVOR
      * HAS ITSELF BEEN RETIRED, THE SURVIVOR'S ACCOUNT IN A CURRENCY
      * TO BE COMBINED IS CLOSED, A CLOSED RETIRED ACCOUNT STILL
      * CARRIES A BALANCE, OR THE RETIRED ID HAS LIVE AMOUNT HOLDS,
      * ACTIVE TIME DEPOSITS (TDPFILE) OR ACTIVE STANDING ORDERS
      * (STOFILE) - ONCE ITS ACCOUNTS ARE CLOSED PBEG028 COULD NOT
      * PAY A DEPOSIT BACK AND PBEG026 WOULD BOUNCE EVERY ORDER, SO
      * THE BRANCH MUST CANCEL OR RE-OPEN THEM UNDER THE SURVIVOR
      * FIRST.
      *
      * EVERY MERGE IS WRITTEN TO THE CROSS-REFERENCE FILE (XRFFILE,
      * RETIRED ID -> SURVIVOR ID) SO PBEG016 STATEMENTS AND PBEG009
      * AUDIT QUERIES ON EITHER ID STILL FIND THE WHOLE HISTORY.
      * THE REPORT (MRGRPT) LISTS EACH CARD AND WHAT WAS DONE.
      * RETURN CODE 4 WHEN ANY MERGE IS REFUSED.
      *
      * COMMAND LINE:
      *    POS  1- 8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *    POS 10-14  RUN NUMBER (OPTIONAL, MUST AGREE WITH RUNCTL)
      *
      * MERGE CARD (MRGCARD) LAYOUT:
      *    POS  1- 5  SURVIVOR ID
      *    POS  7-11  RETIRED ID
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRG-FILE ASSIGN TO MRGCARD
                           STATUS CHECK-FILE-MRG.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-SURNAME
                               WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL CST-FILE ASSIGN TO CSTFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY CST-ID
                           STATUS CHECK-FILE-CST.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY HLD-KEY
                           STATUS CHECK-FILE-HLD.
           SELECT OPTIONAL TDP-FILE ASSIGN TO TDPFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY TDP-KEY
                           STATUS CHECK-FILE-TDP.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY STO-KEY
                           STATUS CHECK-FILE-STO.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUD.
           SELECT OPTIONAL CHK-FILE ASSIGN TO CHKFILE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS CHECK-FILE-CHK.
           SELECT OPTIONAL XRF-FILE ASSIGN TO XRFFILE
                           STATUS CHECK-FILE-XRF.
           SELECT RPT-FILE ASSIGN TO MRGRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  MRG-FILE RECORDING MODE F.
         01  MRG-REC.
           05 MRG-SURVIVOR-ID        PIC X(05).
           05 FILLER                 PIC X(01).
           05 MRG-RETIRED-ID         PIC X(05).
       FD  IDX-FILE.
         01 IDX-FILE-MEMBERS.
           05 IDX-FILE-KEY.
             10 IDX-FILE-ID          PIC S9(5)  COMP-3.
             10 IDX-FILE-DOVIZ       PIC S9(3)  COMP.
           05 IDX-FILE-NAME          PIC X(15).
           05 IDX-FILE-SURNAME       PIC X(15).
           05 IDX-FILE-DATE          PIC S9(8)  COMP-3.
           05 IDX-FILE-BALANCE       PIC S9(15) COMP-3.
           05 IDX-FILE-STATUS        PIC X(01).
              88 IDX-STATUS-ACTIVE               VALUE 'A' SPACE.
              88 IDX-STATUS-BLOCKED              VALUE 'B'.
              88 IDX-STATUS-CLOSED               VALUE 'C'.
              88 IDX-STATUS-DORMANT              VALUE 'D'.
           05 IDX-FILE-LAST-MOVE     PIC S9(8)  COMP-3.
       FD  CST-FILE.
         01 CST-MEMBERS.
           05 CST-ID                 PIC S9(5)  COMP-3.
           05 CST-NAME               PIC X(15).
           05 CST-SURNAME            PIC X(15).
           05 CST-CREATE-DATE        PIC S9(8)  COMP-3.
       FD  HLD-FILE.
         01 HLD-MEMBERS.
           05 HLD-KEY.
             10 HLD-ID               PIC S9(5)  COMP-3.
             10 HLD-DOVIZ            PIC S9(3)  COMP.
             10 HLD-REF              PIC X(15).
           05 HLD-AMOUNT             PIC S9(15) COMP-3.
           05 HLD-REASON             PIC X(02).
           05 HLD-EXPIRY             PIC S9(8)  COMP-3.
           05 HLD-PLACED-DATE        PIC S9(8)  COMP-3.
           05 HLD-STATUS             PIC X(01).
              88 HLD-STATUS-ACTIVE               VALUE 'A'.
              88 HLD-STATUS-RELEASED             VALUE 'R'.
              88 HLD-STATUS-EXPIRED              VALUE 'E'.
           05 HLD-CLOSED-DATE        PIC S9(8)  COMP-3.
           05 HLD-BATCH-NO           PIC X(08).
       FD  TDP-FILE.
         01 TDP-MEMBERS.
           05 TDP-KEY.
             10 TDP-ID               PIC S9(5)  COMP-3.
             10 TDP-DOVIZ            PIC S9(3)  COMP.
             10 TDP-SEQ              PIC 9(02).
           05 TDP-PRINCIPAL          PIC S9(15) COMP-3.
           05 TDP-RATE               PIC S9(3)V9(6) COMP-3.
           05 TDP-START-DATE         PIC S9(8)  COMP-3.
           05 TDP-MATURITY           PIC S9(8)  COMP-3.
           05 TDP-TERM-DAYS          PIC 9(05).
           05 TDP-INSTRUCTION        PIC X(01).
              88 TDP-INSTR-PAY-INTEREST          VALUE 'P'.
              88 TDP-INSTR-CAPITALISE            VALUE 'C'.
              88 TDP-INSTR-PAYOUT                VALUE 'O'.
              88 TDP-INSTR-VALID                 VALUE 'P' 'C' 'O'.
           05 TDP-STATUS             PIC X(01).
              88 TDP-STATUS-ACTIVE               VALUE 'A'.
              88 TDP-STATUS-MATURED              VALUE 'M'.
              88 TDP-STATUS-CANCELLED            VALUE 'X'.
           05 TDP-CREATE-DATE        PIC S9(8)  COMP-3.
           05 TDP-LAST-MATURED       PIC S9(8)  COMP-3.
           05 TDP-LAST-INTEREST      PIC S9(15) COMP-3.
           05 TDP-ROLL-COUNT         PIC 9(03).
       FD  STO-FILE.
         01 STO-MEMBERS.
           05 STO-KEY.
             10 STO-ID               PIC S9(5)  COMP-3.
             10 STO-DOVIZ            PIC S9(3)  COMP.
             10 STO-SEQ              PIC 9(02).
           05 STO-ISLEM-TIPI         PIC 9(01).
           05 STO-AMOUNT             PIC S9(15) COMP-3.
           05 STO-DOVIZ-TO           PIC S9(3)  COMP.
           05 STO-FREQUENCY          PIC X(01).
              88 STO-FREQ-DAILY                  VALUE 'D'.
              88 STO-FREQ-WEEKLY                 VALUE 'W'.
              88 STO-FREQ-MONTHLY                VALUE 'M'.
              88 STO-FREQ-QUARTERLY              VALUE 'Q'.
              88 STO-FREQ-YEARLY                 VALUE 'Y'.
              88 STO-FREQ-VALID                  VALUE 'D' 'W' 'M'
                                                       'Q' 'Y'.
           05 STO-DAY-ANCHOR         PIC 9(02).
           05 STO-NEXT-DUE           PIC S9(8)  COMP-3.
           05 STO-END-DATE           PIC S9(8)  COMP-3.
           05 STO-STATUS             PIC X(01).
              88 STO-STATUS-ACTIVE               VALUE 'A'.
              88 STO-STATUS-ENDED                VALUE 'E'.
              88 STO-STATUS-CANCELLED            VALUE 'X'.
           05 STO-CREATE-DATE        PIC S9(8)  COMP-3.
           05 STO-LAST-GEN           PIC S9(8)  COMP-3.
           05 STO-LAST-BATCH         PIC X(08).
           05 STO-LAST-RC            PIC 9(02).
           05 STO-FAIL-COUNT         PIC 9(03).
       FD  AUD-FILE RECORDING MODE F.
         01  AUD-REC.
           05 AUD-ISLEM-TIPI         PIC 9(01).
           05 AUD-ID                 PIC 9(05).
           05 AUD-DOVIZ              PIC 9(03).
           05 AUD-OLD-BALANCE        PIC S9(15) COMP-3.
           05 AUD-NEW-BALANCE        PIC S9(15) COMP-3.
           05 AUD-OLD-DATE           PIC S9(8)  COMP-3.
           05 AUD-NEW-DATE           PIC S9(8)  COMP-3.
           05 AUD-POST-DATE          PIC 9(08).
           05 AUD-POST-TIME          PIC 9(06).
           05 AUD-RUN-NUMBER         PIC 9(05).
           05 AUD-PROGRAM            PIC X(08).
           05 AUD-SEQ                PIC 9(07).
       FD  CHK-FILE.
         01  CHK-REC.
           05 CHK-COUNT              PIC 9(07).
           05 CHK-CNT-READ           PIC 9(07).
           05 CHK-CNT-UPDATE         PIC 9(07).
           05 CHK-CNT-ADD            PIC 9(07).
           05 CHK-CNT-ADJUST         PIC 9(07).
           05 CHK-CNT-DELETE         PIC 9(07).
           05 CHK-CNT-TRANSFER       PIC 9(07).
           05 CHK-CNT-STATUS         PIC 9(07).
           05 CHK-CNT-REJECTED       PIC 9(07).
           05 CHK-CNT-LIMIT-REJ      PIC 9(07).
           05 CHK-BALANCE-DELTA      PIC S9(15).
           05 CHK-AUD-SEQ            PIC 9(07).
           05 CHK-CNT-HOLD           PIC 9(07).
      *    MERGE CROSS-REFERENCE: ONE RECORD PER RETIRED ID. READ BY
      *    PBEG016 AND PBEG009 - KEEP THE LAYOUTS IN STEP.
       FD  XRF-FILE RECORDING MODE F.
         01  XRF-REC.
           05 XRF-RETIRED-ID         PIC 9(05).
           05 XRF-SURVIVOR-ID        PIC 9(05).
           05 XRF-MERGE-DATE         PIC 9(08).
           05 XRF-RUN-NUMBER         PIC 9(05).
           05 FILLER                 PIC X(07).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
      *    RUN CONTROL RECORD, MAINTAINED BY PBEG032.
       FD  RCT-FILE.
         01  RCT-REC.
           05 RCT-STEP               PIC X(08).
           05 RCT-SEQUENCE           PIC 9(03).
           05 RCT-PREDECESSOR        PIC X(08).
           05 RCT-STATUS             PIC X(01).
              88 RCT-PENDING                     VALUE 'P'.
              88 RCT-RUNNING                     VALUE 'R'.
              88 RCT-COMPLETE                    VALUE 'C'.
              88 RCT-FAILED                      VALUE 'F'.
              88 RCT-BYPASSED                    VALUE 'X'.
           05 RCT-BUSINESS-DATE      PIC 9(08).
           05 RCT-RUN-NUMBER         PIC 9(05).
           05 RCT-START-DATE         PIC 9(08).
           05 RCT-START-TIME         PIC 9(06).
           05 RCT-END-DATE           PIC 9(08).
           05 RCT-END-TIME           PIC 9(06).
           05 RCT-RETURN-CODE        PIC 9(04).
           05 FILLER                 PIC X(15).
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05 CHECK-FILE-RCT         PIC 9(2).
              88 RCT-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-MRG         PIC 9(2).
              88 MRG-FILE-EOF                     VALUE 10.
              88 MRG-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-CST         PIC 9(2).
              88 CST-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-TDP         PIC 9(2).
              88 TDP-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-STO         PIC 9(2).
              88 STO-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-AUD         PIC 9(2).
              88 AUD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CHK         PIC 9(2).
              88 CHK-FILE-EOF                     VALUE 10.
              88 CHK-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-XRF         PIC 9(2).
              88 XRF-FILE-EOF                     VALUE 10.
              88 XRF-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BUSINESS-DATE-X     PIC X(08)  VALUE SPACES.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
           05 WS-TIME-RAW            PIC 9(08)  VALUE 0.
           05 WS-POST-TIME           PIC 9(06)  VALUE 0.
           05 WS-RUN-NUMBER-X        PIC X(05)  VALUE SPACES.
           05 WS-RUN-NUMBER          PIC 9(05)  VALUE 0.
           05 WS-AUD-SEQ             PIC 9(07)  VALUE 0.
      *    LAST CHECKPOINT ON CHK-FILE, KEPT WHOLE SO THE RECORD
      *    APPENDED AFTER THE MERGES CARRIES EVERY COUNTER FORWARD.
       01  WS-CHK-IMAGE              PIC X(99)  VALUE SPACES.
       01  WS-CHK-SEEN-SWITCH        PIC X(01)  VALUE 'N'.
           88 WS-CHK-SEEN                        VALUE 'Y'.
      *    EVERY MERGE ALREADY ON XRFFILE PLUS TONIGHT'S.
       01  WS-XRF-TABLE.
           05 WS-XRF-COUNT           PIC 9(04)  COMP VALUE 0.
           05 WS-XRF-ENTRY OCCURS 2000.
              10 WS-XRF-RETIRED      PIC 9(05).
              10 WS-XRF-SURVIVOR     PIC 9(05).
       01  WS-XRF-SUB                PIC 9(04)  COMP.
      *    THE TWO IDS ON THE CURRENT CARD AND THEIR ACCOUNTS.
       01  WS-MERGE-AREA.
           05 WS-SURV-ID             PIC 9(05).
           05 WS-RET-ID              PIC 9(05).
           05 WS-SURV-NAME           PIC X(15).
           05 WS-SURV-SURNAME        PIC X(15).
           05 WS-SURV-COUNT          PIC 9(03)  COMP.
           05 WS-SURV-ENTRY OCCURS 20.
              10 WS-SURV-DOVIZ       PIC S9(3)  COMP.
              10 WS-SURV-STATUS      PIC X(01).
           05 WS-RET-COUNT           PIC 9(03)  COMP.
           05 WS-RET-ENTRY OCCURS 20.
              10 WS-RET-DOVIZ        PIC S9(3)  COMP.
              10 WS-RET-STATUS       PIC X(01).
              10 WS-RET-BALANCE      PIC S9(15) COMP-3.
           05 WS-ACCT-SUB            PIC 9(03)  COMP.
           05 WS-SURV-SUB            PIC 9(03)  COMP.
           05 WS-FOUND-SUB           PIC 9(03)  COMP.
           05 WS-MOVE-AMOUNT         PIC S9(15) COMP-3.
           05 WS-MORE-SWITCH         PIC X(01).
              88 WS-NO-MORE-RECORDS              VALUE 'N'.
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-CARD-SWITCH         PIC X(01).
              88 WS-CARD-VALID                   VALUE 'Y'.
              88 WS-CARD-INVALID                 VALUE 'N'.
           05 WS-CARD-REASON         PIC X(30).
           05 WS-AUD-TIPI            PIC 9(01).
           05 WS-AUD-OLD-BALANCE     PIC S9(15) COMP-3.
           05 WS-AUD-OLD-DATE        PIC S9(8)  COMP-3.
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-CONTROL-COUNTERS.
           05 WS-CNT-CARDS           PIC 9(07)  VALUE 0.
           05 WS-CNT-MERGED          PIC 9(07)  VALUE 0.
           05 WS-CNT-REFUSED         PIC 9(07)  VALUE 0.
           05 WS-CNT-MOVED           PIC 9(07)  VALUE 0.
           05 WS-CNT-COMBINED        PIC 9(07)  VALUE 0.
           05 WS-CNT-CLOSED          PIC 9(07)  VALUE 0.
           05 WS-CNT-CST-DELETED     PIC 9(07)  VALUE 0.
           05 WS-CNT-AUDIT           PIC 9(07)  VALUE 0.
           05 WS-AUD-NET             PIC S9(15) COMP-3 VALUE 0.
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(08)  VALUE 'SURVIVOR'.
           05 WS-C-SURV-ID           PIC X(05).
           05 FILLER                 PIC X(10)  VALUE '  RETIRED '.
           05 WS-C-RET-ID            PIC X(05).
           05 FILLER                 PIC X(02)  VALUE SPACES.
           05 WS-C-RESULT            PIC X(10).
           05 WS-C-REASON            PIC X(30).
       01  WS-DETAIL-LINE.
           05 FILLER                 PIC X(04)  VALUE SPACES.
           05 WS-D-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-ACTION            PIC X(10).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-AMOUNT            PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-NOTE              PIC X(30).
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL           PIC X(30).
           05 WS-CTL-VALUE           PIC -(14)9.
      *    BUSINESS DATE AND RUN NUMBER FROM THE RUN CONTROL FILE,
      *    AND WHETHER THIS RUN HAS MARKED ITS CHAIN STEP STARTED.
       01  WS-RUN-CONTROL-AREA.
           05 WS-RCT-BUSINESS-DATE   PIC 9(08)  VALUE 0.
           05 WS-RCT-RUN-NUMBER      PIC 9(05)  VALUE 0.
           05 WS-RCT-PREDECESSOR     PIC X(08)  VALUE SPACES.
           05 WS-RCT-TIME-RAW        PIC 9(08)  VALUE 0.
           05 WS-RCT-REFUSE-REASON   PIC X(40)  VALUE SPACES.
           05 WS-RCT-DEFINED-SWITCH  PIC X(01)  VALUE 'N'.
              88 WS-RCT-STEP-DEFINED             VALUE 'Y'.
           05 WS-RCT-STARTED-SWITCH  PIC X(01)  VALUE 'N'.
              88 WS-RCT-STEP-STARTED             VALUE 'Y'.
       PROCEDURE DIVISION.
       0001-MAIN-PROCESS.
           PERFORM H010-START-STEP.
           PERFORM H100-OPEN-FILES.
           PERFORM H150-LOAD-XREF.
           PERFORM H170-LOAD-CHECKPOINT.
           PERFORM H200-WRITE-HEADER.
           PERFORM H300-READ-ONE-CARD UNTIL MRG-FILE-EOF.
           IF WS-CNT-AUDIT > 0
              PERFORM H700-WRITE-CHECKPOINT
           END-IF.
           PERFORM H900-WRITE-TOTALS.
           PERFORM H999-EXIT.
       0001-END. EXIT.
      *-----
      * THE BUSINESS DATE AND RUN NUMBER COME FROM THE RUN CONTROL
      * FILE (RUNCTL, MAINTAINED BY PBEG032). WHEN THIS PROGRAM IS
      * DEFINED THERE AS A STEP OF THE NIGHTLY CHAIN IT STARTS ONLY
      * ONCE ITS PREDECESSOR IS COMPLETE FOR THE SAME DATE, AND ONLY
      * ONCE PER DATE UNLESS THE OPERATOR RESETS IT.
      *-----
       H010-START-STEP.
           OPEN I-O RCT-FILE.
           IF (CHECK-FILE-RCT NOT = 97) AND (CHECK-FILE-RCT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RCT
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'CONTROL' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'NO CONTROL RECORD ON RUNCTL'
                       TO WS-RCT-REFUSE-REASON
                   PERFORM H015-REFUSE-START
           END-READ.
           MOVE RCT-BUSINESS-DATE TO WS-RCT-BUSINESS-DATE.
           MOVE RCT-RUN-NUMBER TO WS-RCT-RUN-NUMBER.
           MOVE 'PBEG031' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RCT-DEFINED-SWITCH
               NOT INVALID KEY
                   SET WS-RCT-STEP-DEFINED TO TRUE
           END-READ.
           IF WS-RCT-STEP-DEFINED
              PERFORM H012-CHECK-STEP
           END-IF.
           CLOSE RCT-FILE.
       H010-END. EXIT.
      *-----
       H012-CHECK-STEP.
           IF RCT-COMPLETE AND RCT-BUSINESS-DATE = WS-RCT-BUSINESS-DATE
              MOVE 'STEP ALREADY COMPLETE FOR THIS DATE'
                  TO WS-RCT-REFUSE-REASON
              PERFORM H015-REFUSE-START
           END-IF.
           MOVE RCT-PREDECESSOR TO WS-RCT-PREDECESSOR.
           IF WS-RCT-PREDECESSOR NOT = SPACES
              MOVE WS-RCT-PREDECESSOR TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      MOVE 'PREDECESSOR STEP NOT DEFINED'
                          TO WS-RCT-REFUSE-REASON
                      PERFORM H015-REFUSE-START
              END-READ
              IF (NOT RCT-COMPLETE AND NOT RCT-BYPASSED)
                 OR RCT-BUSINESS-DATE NOT = WS-RCT-BUSINESS-DATE
                 STRING 'PREDECESSOR ' WS-RCT-PREDECESSOR
                        ' NOT COMPLETE' DELIMITED BY SIZE
                     INTO WS-RCT-REFUSE-REASON
                 PERFORM H015-REFUSE-START
              END-IF
           END-IF.
           MOVE 'PBEG031' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'STEP RECORD LOST ON RUNCTL'
                       TO WS-RCT-REFUSE-REASON
                   PERFORM H015-REFUSE-START
           END-READ.
           SET RCT-RUNNING TO TRUE.
           MOVE WS-RCT-BUSINESS-DATE TO RCT-BUSINESS-DATE.
           MOVE WS-RCT-RUN-NUMBER TO RCT-RUN-NUMBER.
           ACCEPT RCT-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RCT-TIME-RAW FROM TIME.
           MOVE WS-RCT-TIME-RAW (1:6) TO RCT-START-TIME.
           MOVE 0 TO RCT-END-DATE RCT-END-TIME RCT-RETURN-CODE.
           REWRITE RCT-REC.
           SET WS-RCT-STEP-STARTED TO TRUE.
       H012-END. EXIT.
      *-----
       H015-REFUSE-START.
           DISPLAY 'PBEG031 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:8) TO WS-BUSINESS-DATE-X.
           MOVE WS-RCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE-X IS NUMERIC
              IF FUNCTION NUMVAL(WS-BUSINESS-DATE-X)
                 NOT = WS-BUSINESS-DATE
                 DISPLAY 'PBEG031 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           MOVE WS-CMDLINE (10:5) TO WS-RUN-NUMBER-X.
           MOVE WS-RCT-RUN-NUMBER TO WS-RUN-NUMBER.
           IF WS-RUN-NUMBER-X IS NUMERIC
              IF FUNCTION NUMVAL(WS-RUN-NUMBER-X) NOT = WS-RUN-NUMBER
                 DISPLAY 'PBEG031 RUN NUMBER DIFFERS FROM RUNCTL: '
                     WS-RUN-NUMBER-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-POST-TIME.
           OPEN INPUT  MRG-FILE.
           OPEN I-O    IDX-FILE.
           OPEN I-O    CST-FILE.
           OPEN INPUT  HLD-FILE.
           OPEN INPUT  TDP-FILE.
           OPEN INPUT  STO-FILE.
           OPEN EXTEND AUD-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-MRG NOT = 97) AND (CHECK-FILE-MRG NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-MRG
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CST NOT = 97) AND (CHECK-FILE-CST NOT = 0)
      -       AND (CHECK-FILE-CST NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CST
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-TDP NOT = 97) AND (CHECK-FILE-TDP NOT = 0)
      -       AND (CHECK-FILE-TDP NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-TDP
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-STO NOT = 97) AND (CHECK-FILE-STO NOT = 0)
      -       AND (CHECK-FILE-STO NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-STO
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-AUD NOT = 97) AND (CHECK-FILE-AUD NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-OUTPUT NOT = 97) AND
      -       (CHECK-FILE-OUTPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OUTPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H100-END. EXIT.
      *-----
      * EARLIER MERGES, SO AN ID IS NEVER RETIRED TWICE AND NOTHING
      * IS MERGED INTO AN ID THAT NO LONGER EXISTS. THE FILE IS THEN
      * REOPENED FOR EXTEND TO TAKE TONIGHT'S MERGES.
      *-----
       H150-LOAD-XREF.
           OPEN INPUT XRF-FILE.
           IF (CHECK-FILE-XRF NOT = 97) AND (CHECK-FILE-XRF NOT = 0)
      -       AND (CHECK-FILE-XRF NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-XRF
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-XREF UNTIL XRF-FILE-EOF.
           CLOSE XRF-FILE.
           OPEN EXTEND XRF-FILE.
           IF (CHECK-FILE-XRF NOT = 97) AND (CHECK-FILE-XRF NOT = 0)
      -       AND (CHECK-FILE-XRF NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-XRF
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H150-END. EXIT.
      *-----
       H160-READ-ONE-XREF.
           READ XRF-FILE
               AT END
                   SET XRF-FILE-EOF TO TRUE
               NOT AT END
                   IF WS-XRF-COUNT < 2000
                      ADD 1 TO WS-XRF-COUNT
                      MOVE XRF-RETIRED-ID
                          TO WS-XRF-RETIRED (WS-XRF-COUNT)
                      MOVE XRF-SURVIVOR-ID
                          TO WS-XRF-SURVIVOR (WS-XRF-COUNT)
                   ELSE
                      DISPLAY 'PBEG031 XREF TABLE FULL, SKIPPED: '
                          XRF-REC
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
       H170-LOAD-CHECKPOINT.
           OPEN INPUT CHK-FILE.
           IF (CHECK-FILE-CHK NOT = 97) AND (CHECK-FILE-CHK NOT = 0)
      -       AND (CHECK-FILE-CHK NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CHK
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H175-READ-ONE-CHECKPOINT UNTIL CHK-FILE-EOF.
           CLOSE CHK-FILE.
       H170-END. EXIT.
      *-----
       H175-READ-ONE-CHECKPOINT.
           READ CHK-FILE
               AT END
                   SET CHK-FILE-EOF TO TRUE
               NOT AT END
                   MOVE CHK-REC TO WS-CHK-IMAGE
                   MOVE CHK-AUD-SEQ TO WS-AUD-SEQ
                   SET WS-CHK-SEEN TO TRUE
           END-READ.
       H175-END. EXIT.
      *-----
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'CUSTOMER MERGE - PBEG031  BUSINESS DATE '
                  WS-BUSINESS-DATE '  RUN ' WS-RUN-NUMBER
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
       H300-READ-ONE-CARD.
           READ MRG-FILE
               AT END
                   SET MRG-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
                   PERFORM H310-EDIT-CARD
                   IF WS-CARD-VALID
                      PERFORM H330-LOAD-SURVIVOR
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H340-LOAD-RETIRED
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H360-CHECK-CURRENCIES
                          VARYING WS-ACCT-SUB FROM 1 BY 1
                          UNTIL WS-ACCT-SUB > WS-RET-COUNT
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H370-CHECK-HOLDS
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H380-CHECK-DEPOSITS
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H385-CHECK-ORDERS
                   END-IF
                   IF WS-CARD-VALID
                      PERFORM H400-MERGE
                   ELSE
                      PERFORM H390-REFUSE-CARD
                   END-IF
           END-READ.
       H300-END. EXIT.
      *-----
       H310-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           IF MRG-SURVIVOR-ID NOT NUMERIC
              OR MRG-RETIRED-ID NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ MUSTERI NO' TO WS-CARD-REASON
           ELSE
              MOVE MRG-SURVIVOR-ID TO WS-SURV-ID
              MOVE MRG-RETIRED-ID TO WS-RET-ID
              IF WS-SURV-ID = WS-RET-ID
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'AYNI MUSTERI NO' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID
              PERFORM H320-CHECK-ONE-XREF
                  VARYING WS-XRF-SUB FROM 1 BY 1
                  UNTIL WS-XRF-SUB > WS-XRF-COUNT
           END-IF.
       H310-END. EXIT.
      *-----
       H320-CHECK-ONE-XREF.
           IF WS-XRF-RETIRED (WS-XRF-SUB) = WS-RET-ID
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ID ZATEN BIRLESTIRILMIS' TO WS-CARD-REASON
           END-IF.
           IF WS-XRF-RETIRED (WS-XRF-SUB) = WS-SURV-ID
              SET WS-CARD-INVALID TO TRUE
              MOVE 'HEDEF ID BIRLESTIRILMIS' TO WS-CARD-REASON
           END-IF.
       H320-END. EXIT.
      *-----
      * EVERY ACCOUNT OF EACH ID, BROWSED FROM DOVIZ ZERO AS PBEG016
      * H500 BROWSES A CUSTOMER.
      *-----
       H330-LOAD-SURVIVOR.
           MOVE 0 TO WS-SURV-COUNT.
           MOVE SPACES TO WS-SURV-NAME WS-SURV-SURNAME.
           MOVE WS-SURV-ID TO IDX-FILE-ID.
           PERFORM H350-START-BROWSE.
           PERFORM H335-READ-SURVIVOR UNTIL WS-NO-MORE-RECORDS.
           IF WS-CARD-VALID AND WS-SURV-COUNT = 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'HEDEF ID BULUNAMADI' TO WS-CARD-REASON
           END-IF.
       H330-END. EXIT.
      *-----
       H335-READ-SURVIVOR.
           READ IDX-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF IDX-FILE-ID NOT = WS-SURV-ID
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF WS-SURV-COUNT < 20
                         ADD 1 TO WS-SURV-COUNT
                         MOVE IDX-FILE-DOVIZ
                             TO WS-SURV-DOVIZ (WS-SURV-COUNT)
                         MOVE IDX-FILE-STATUS
                             TO WS-SURV-STATUS (WS-SURV-COUNT)
                      END-IF
                      IF WS-SURV-NAME = SPACES
                         OR NOT IDX-STATUS-CLOSED
                         MOVE IDX-FILE-NAME TO WS-SURV-NAME
                         MOVE IDX-FILE-SURNAME TO WS-SURV-SURNAME
                      END-IF
                      IF IDX-STATUS-BLOCKED
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'HEDEF ID BLOKELI' TO WS-CARD-REASON
                      END-IF
                   END-IF
           END-READ.
       H335-END. EXIT.
      *-----
       H340-LOAD-RETIRED.
           MOVE 0 TO WS-RET-COUNT.
           MOVE WS-RET-ID TO IDX-FILE-ID.
           PERFORM H350-START-BROWSE.
           PERFORM H345-READ-RETIRED UNTIL WS-NO-MORE-RECORDS.
           IF WS-CARD-VALID AND WS-RET-COUNT = 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'KAPATILACAK ID BULUNAMADI' TO WS-CARD-REASON
           END-IF.
       H340-END. EXIT.
      *-----
       H345-READ-RETIRED.
           READ IDX-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF IDX-FILE-ID NOT = WS-RET-ID
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF WS-RET-COUNT < 20
                         ADD 1 TO WS-RET-COUNT
                         MOVE IDX-FILE-DOVIZ
                             TO WS-RET-DOVIZ (WS-RET-COUNT)
                         MOVE IDX-FILE-STATUS
                             TO WS-RET-STATUS (WS-RET-COUNT)
                         MOVE IDX-FILE-BALANCE
                             TO WS-RET-BALANCE (WS-RET-COUNT)
                      END-IF
                      IF IDX-STATUS-BLOCKED
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'KAPATILACAK ID BLOKELI'
                             TO WS-CARD-REASON
                      END-IF
                      IF IDX-STATUS-CLOSED AND IDX-FILE-BALANCE NOT = 0
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'KAPALI HESAPTA BAKIYE VAR'
                             TO WS-CARD-REASON
                      END-IF
                   END-IF
           END-READ.
       H345-END. EXIT.
      *-----
       H350-START-BROWSE.
           MOVE 0 TO IDX-FILE-DOVIZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-FILE-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
       H350-END. EXIT.
      *-----
      * A LIVE RETIRED ACCOUNT CANNOT BE COMBINED INTO A CLOSED
      * SURVIVOR ACCOUNT IN THE SAME CURRENCY.
      *-----
       H360-CHECK-CURRENCIES.
           IF WS-RET-STATUS (WS-ACCT-SUB) NOT = 'C'
              PERFORM H365-FIND-SURVIVOR-DOVIZ
              IF WS-FOUND-SUB > 0
                 IF WS-SURV-STATUS (WS-FOUND-SUB) = 'C'
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'HEDEF HESAP KAPALI' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
       H360-END. EXIT.
      *-----
       H365-FIND-SURVIVOR-DOVIZ.
           MOVE 0 TO WS-FOUND-SUB.
           PERFORM H367-TEST-ONE-SURVIVOR
               VARYING WS-SURV-SUB FROM 1 BY 1
               UNTIL WS-SURV-SUB > WS-SURV-COUNT.
       H365-END. EXIT.
      *-----
       H367-TEST-ONE-SURVIVOR.
           IF WS-SURV-DOVIZ (WS-SURV-SUB) = WS-RET-DOVIZ (WS-ACCT-SUB)
              MOVE WS-SURV-SUB TO WS-FOUND-SUB
           END-IF.
       H367-END. EXIT.
      *-----
      * A LIVE HOLD ON THE RETIRED ID WOULD BE LEFT BEHIND ON A
      * CLOSED ACCOUNT; THE BRANCH MUST RELEASE OR RE-PLACE IT FIRST.
      *-----
       H370-CHECK-HOLDS.
           MOVE WS-RET-ID TO HLD-ID.
           MOVE 0 TO HLD-DOVIZ.
           MOVE LOW-VALUES TO HLD-REF.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H375-READ-ONE-HOLD UNTIL WS-NO-MORE-RECORDS.
       H370-END. EXIT.
      *-----
       H375-READ-ONE-HOLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF HLD-ID NOT = WS-RET-ID
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF HLD-STATUS-ACTIVE
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'AKTIF BLOKE TUTAR VAR'
                             TO WS-CARD-REASON
                         SET WS-NO-MORE-RECORDS TO TRUE
                      END-IF
                   END-IF
           END-READ.
       H375-END. EXIT.
      *-----
      * AN ACTIVE TIME DEPOSIT ON THE RETIRED ID COULD NOT BE PAID
      * BACK ONCE ITS ACCOUNT IS CLOSED, AND AN ACTIVE STANDING ORDER
      * WOULD BOUNCE EVERY CYCLE; BOTH MUST BE SETTLED FIRST.
      *-----
       H380-CHECK-DEPOSITS.
           MOVE WS-RET-ID TO TDP-ID.
           MOVE 0 TO TDP-DOVIZ.
           MOVE 0 TO TDP-SEQ.
           START TDP-FILE KEY IS NOT LESS THAN TDP-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H383-READ-ONE-DEPOSIT UNTIL WS-NO-MORE-RECORDS.
       H380-END. EXIT.
      *-----
       H383-READ-ONE-DEPOSIT.
           READ TDP-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF TDP-ID NOT = WS-RET-ID
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF TDP-STATUS-ACTIVE
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'VADELI HESAP VAR'
                             TO WS-CARD-REASON
                         SET WS-NO-MORE-RECORDS TO TRUE
                      END-IF
                   END-IF
           END-READ.
       H383-END. EXIT.
      *-----
       H385-CHECK-ORDERS.
           MOVE WS-RET-ID TO STO-ID.
           MOVE 0 TO STO-DOVIZ.
           MOVE 0 TO STO-SEQ.
           START STO-FILE KEY IS NOT LESS THAN STO-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H388-READ-ONE-ORDER UNTIL WS-NO-MORE-RECORDS.
       H385-END. EXIT.
      *-----
       H388-READ-ONE-ORDER.
           READ STO-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF STO-ID NOT = WS-RET-ID
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF STO-STATUS-ACTIVE
                         SET WS-CARD-INVALID TO TRUE
                         MOVE 'DUZENLI ODEME VAR'
                             TO WS-CARD-REASON
                         SET WS-NO-MORE-RECORDS TO TRUE
                      END-IF
                   END-IF
           END-READ.
       H388-END. EXIT.
      *-----
       H390-REFUSE-CARD.
           ADD 1 TO WS-CNT-REFUSED.
           MOVE MRG-SURVIVOR-ID TO WS-C-SURV-ID.
           MOVE MRG-RETIRED-ID TO WS-C-RET-ID.
           MOVE 'REFUSED' TO WS-C-RESULT.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H390-END. EXIT.
      *-----
      * EVERY CHECK HAS PASSED; FOLD EACH RETIRED ACCOUNT IN.
      *-----
       H400-MERGE.
           ADD 1 TO WS-CNT-MERGED.
           MOVE MRG-SURVIVOR-ID TO WS-C-SURV-ID.
           MOVE MRG-RETIRED-ID TO WS-C-RET-ID.
           MOVE 'MERGED' TO WS-C-RESULT.
           MOVE SPACES TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H410-MERGE-ONE-ACCOUNT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-RET-COUNT.
           PERFORM H450-DROP-CUSTOMER.
           MOVE WS-RET-ID TO XRF-RETIRED-ID.
           MOVE WS-SURV-ID TO XRF-SURVIVOR-ID.
           MOVE WS-BUSINESS-DATE TO XRF-MERGE-DATE.
           MOVE WS-RUN-NUMBER TO XRF-RUN-NUMBER.
           WRITE XRF-REC.
           IF WS-XRF-COUNT < 2000
              ADD 1 TO WS-XRF-COUNT
              MOVE WS-RET-ID TO WS-XRF-RETIRED (WS-XRF-COUNT)
              MOVE WS-SURV-ID TO WS-XRF-SURVIVOR (WS-XRF-COUNT)
           END-IF.
       H400-END. EXIT.
      *-----
       H410-MERGE-ONE-ACCOUNT.
           IF WS-RET-STATUS (WS-ACCT-SUB) NOT = 'C'
              MOVE WS-RET-BALANCE (WS-ACCT-SUB) TO WS-MOVE-AMOUNT
              PERFORM H365-FIND-SURVIVOR-DOVIZ
              IF WS-FOUND-SUB > 0
                 PERFORM H420-COMBINE-INTO-SURVIVOR
              ELSE
                 PERFORM H430-MOVE-TO-SURVIVOR
              END-IF
              PERFORM H440-CLOSE-RETIRED
           ELSE
              MOVE 'ALREADY CL' TO WS-D-ACTION
              MOVE 0 TO WS-D-AMOUNT
              MOVE 'KAPALI HESAP - ISLEM YOK' TO WS-D-NOTE
              PERFORM H480-WRITE-DETAIL
           END-IF.
       H410-END. EXIT.
      *-----
      * THE SURVIVOR ALREADY HOLDS THIS CURRENCY: ADD THE RETIRED
      * BALANCE TO IT.
      *-----
       H420-COMBINE-INTO-SURVIVOR.
           MOVE WS-SURV-ID TO IDX-FILE-ID.
           MOVE WS-RET-DOVIZ (WS-ACCT-SUB) TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   DISPLAY 'PBEG031 SURVIVOR RECORD LOST: '
                       WS-SURV-ID
           END-READ.
           IF WS-MOVE-AMOUNT NOT = 0
              MOVE IDX-FILE-BALANCE TO WS-AUD-OLD-BALANCE
              MOVE IDX-FILE-DATE TO WS-AUD-OLD-DATE
              ADD WS-MOVE-AMOUNT TO IDX-FILE-BALANCE
              MOVE WS-BUSINESS-DATE TO IDX-FILE-LAST-MOVE
              REWRITE IDX-FILE-MEMBERS
              MOVE 7 TO WS-AUD-TIPI
              PERFORM H500-WRITE-AUDIT
           END-IF.
           ADD 1 TO WS-CNT-COMBINED.
           MOVE 'COMBINED' TO WS-D-ACTION.
           MOVE WS-MOVE-AMOUNT TO WS-D-AMOUNT.
           MOVE 'HEDEF HESABA EKLENDI' TO WS-D-NOTE.
           PERFORM H480-WRITE-DETAIL.
       H420-END. EXIT.
      *-----
      * THE SURVIVOR HAS NO ACCOUNT IN THIS CURRENCY: OPEN ONE UNDER
      * THE SURVIVOR'S NAME CARRYING THE RETIRED ACCOUNT OVER.
      *-----
       H430-MOVE-TO-SURVIVOR.
           MOVE WS-RET-ID TO IDX-FILE-ID.
           MOVE WS-RET-DOVIZ (WS-ACCT-SUB) TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   DISPLAY 'PBEG031 RETIRED RECORD LOST: '
                       WS-RET-ID
           END-READ.
           MOVE WS-SURV-ID TO IDX-FILE-ID.
           MOVE WS-SURV-NAME TO IDX-FILE-NAME.
           MOVE WS-SURV-SURNAME TO IDX-FILE-SURNAME.
           WRITE IDX-FILE-MEMBERS
               INVALID KEY
                   DISPLAY 'PBEG031 SURVIVOR RECORD EXISTS: '
                       WS-SURV-ID
           END-WRITE.
           MOVE 0 TO WS-AUD-OLD-BALANCE.
           MOVE 0 TO WS-AUD-OLD-DATE.
           MOVE 3 TO WS-AUD-TIPI.
           PERFORM H500-WRITE-AUDIT.
           ADD 1 TO WS-CNT-MOVED.
           MOVE 'MOVED' TO WS-D-ACTION.
           MOVE WS-MOVE-AMOUNT TO WS-D-AMOUNT.
           MOVE 'HEDEF ID ALTINA TASINDI' TO WS-D-NOTE.
           PERFORM H480-WRITE-DETAIL.
       H430-END. EXIT.
      *-----
      * EMPTY THE RETIRED ACCOUNT (THE OTHER LEG OF THE MOVE) AND
      * CLOSE IT.
      *-----
       H440-CLOSE-RETIRED.
           MOVE WS-RET-ID TO IDX-FILE-ID.
           MOVE WS-RET-DOVIZ (WS-ACCT-SUB) TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   DISPLAY 'PBEG031 RETIRED RECORD LOST: '
                       WS-RET-ID
           END-READ.
           IF IDX-FILE-BALANCE NOT = 0
              MOVE IDX-FILE-BALANCE TO WS-AUD-OLD-BALANCE
              MOVE IDX-FILE-DATE TO WS-AUD-OLD-DATE
              MOVE 0 TO IDX-FILE-BALANCE
              MOVE WS-BUSINESS-DATE TO IDX-FILE-LAST-MOVE
              REWRITE IDX-FILE-MEMBERS
              MOVE 7 TO WS-AUD-TIPI
              PERFORM H500-WRITE-AUDIT
           END-IF.
           MOVE IDX-FILE-BALANCE TO WS-AUD-OLD-BALANCE.
           MOVE IDX-FILE-DATE TO WS-AUD-OLD-DATE.
           SET IDX-STATUS-CLOSED TO TRUE.
           REWRITE IDX-FILE-MEMBERS.
           MOVE 8 TO WS-AUD-TIPI.
           PERFORM H500-WRITE-AUDIT.
           ADD 1 TO WS-CNT-CLOSED.
       H440-END. EXIT.
      *-----
       H450-DROP-CUSTOMER.
           MOVE WS-RET-ID TO CST-ID.
           READ CST-FILE
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-READ.
           IF WS-HAS-MORE-RECORDS
              DELETE CST-FILE
              ADD 1 TO WS-CNT-CST-DELETED
           ELSE
              MOVE SPACES TO RPT-REC
              STRING '    NO CSTFILE ENTRY FOR RETIRED ID '
                     WS-RET-ID DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
           END-IF.
       H450-END. EXIT.
      *-----
       H480-WRITE-DETAIL.
           MOVE SPACES TO WS-D-DVZ-NAME.
           IF WS-RET-DOVIZ (WS-ACCT-SUB) >= 1
              AND WS-RET-DOVIZ (WS-ACCT-SUB) <= 4
              MOVE WS-DVZ-NAME (WS-RET-DOVIZ (WS-ACCT-SUB))
                  TO WS-D-DVZ-NAME
           END-IF.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       H480-END. EXIT.
      *-----
      * AUDIT THE RECORD NOW IN THE IDX-FILE AREA, STAMPED AS PBEG028
      * H450 STAMPS ITS CREDITS.
      *-----
       H500-WRITE-AUDIT.
           MOVE WS-AUD-TIPI       TO AUD-ISLEM-TIPI.
           MOVE IDX-FILE-ID       TO AUD-ID.
           MOVE IDX-FILE-DOVIZ    TO AUD-DOVIZ.
           MOVE WS-AUD-OLD-BALANCE TO AUD-OLD-BALANCE.
           MOVE IDX-FILE-BALANCE  TO AUD-NEW-BALANCE.
           MOVE WS-AUD-OLD-DATE   TO AUD-OLD-DATE.
           MOVE IDX-FILE-DATE     TO AUD-NEW-DATE.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-BUSINESS-DATE  TO AUD-POST-DATE.
           MOVE WS-POST-TIME      TO AUD-POST-TIME.
           MOVE WS-RUN-NUMBER     TO AUD-RUN-NUMBER.
           MOVE 'PBEG031'         TO AUD-PROGRAM.
           MOVE WS-AUD-SEQ        TO AUD-SEQ.
           WRITE AUD-REC.
           ADD 1 TO WS-CNT-AUDIT.
           ADD AUD-NEW-BALANCE TO WS-AUD-NET.
           SUBTRACT AUD-OLD-BALANCE FROM WS-AUD-NET.
       H500-END. EXIT.
      *-----
      * THE MERGE LEGS NET TO ZERO, SO THE DELTA IS CARRIED FORWARD
      * UNCHANGED; ONLY THE AUDIT SEQUENCE MOVES ON.
      *-----
       H700-WRITE-CHECKPOINT.
           OPEN EXTEND CHK-FILE.
           IF (CHECK-FILE-CHK NOT = 97) AND (CHECK-FILE-CHK NOT = 0)
      -       AND (CHECK-FILE-CHK NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CHK
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF WS-CHK-SEEN
              MOVE WS-CHK-IMAGE TO CHK-REC
           ELSE
              INITIALIZE CHK-REC
           END-IF.
           ADD WS-AUD-NET TO CHK-BALANCE-DELTA.
           MOVE WS-AUD-SEQ TO CHK-AUD-SEQ.
           WRITE CHK-REC.
           CLOSE CHK-FILE.
       H700-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'MERGE CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARDS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MERGES DONE' TO WS-CTL-LABEL.
           MOVE WS-CNT-MERGED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MERGES REFUSED' TO WS-CTL-LABEL.
           MOVE WS-CNT-REFUSED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS MOVED' TO WS-CTL-LABEL.
           MOVE WS-CNT-MOVED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'ACCOUNTS COMBINED' TO WS-CTL-LABEL.
           MOVE WS-CNT-COMBINED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'RETIRED ACCOUNTS CLOSED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CLOSED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'CSTFILE ENTRIES DELETED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CST-DELETED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'AUDIT RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-CNT-AUDIT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'AUDIT MOVEMENT (NEW-OLD)' TO WS-CTL-LABEL.
           MOVE WS-AUD-NET TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF WS-AUD-NET NOT = 0
              MOVE SPACES TO RPT-REC
              STRING '*** MERGE MOVEMENT DOES NOT NET TO ZERO ***'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CNT-REFUSED > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H900-END. EXIT.
      *-----
       H910-WRITE-CTL-LINE.
           MOVE SPACES TO RPT-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO RPT-REC.
           WRITE RPT-REC.
       H910-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG031' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG031 STEP RECORD LOST ON RUNCTL'
                  NOT INVALID KEY
                      IF RETURN-CODE < 8
                         SET RCT-COMPLETE TO TRUE
                      ELSE
                         SET RCT-FAILED TO TRUE
                      END-IF
                      ACCEPT RCT-END-DATE FROM DATE YYYYMMDD
                      ACCEPT WS-RCT-TIME-RAW FROM TIME
                      MOVE WS-RCT-TIME-RAW (1:6) TO RCT-END-TIME
                      MOVE RETURN-CODE TO RCT-RETURN-CODE
                      REWRITE RCT-REC
              END-READ
              CLOSE RCT-FILE
              MOVE 'N' TO WS-RCT-STARTED-SWITCH
           END-IF.
       H990-END. EXIT.
      *-----
       H999-EXIT.
           CLOSE MRG-FILE.
           CLOSE IDX-FILE.
           CLOSE CST-FILE.
           CLOSE HLD-FILE.
           CLOSE TDP-FILE.
           CLOSE STO-FILE.
           CLOSE AUD-FILE.
           CLOSE XRF-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
