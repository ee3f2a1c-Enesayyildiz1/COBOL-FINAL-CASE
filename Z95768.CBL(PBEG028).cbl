       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG028.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * TERM DEPOSIT MAINTENANCE, NIGHTLY MATURITY RUN AND LADDER
      *
      * RUNS AFTER PBEG006 AND BEFORE PBEG014. THE TERM DEPOSIT
      * MASTER (TDPFILE, INDEXED ON ID, DOVIZ AND A DEPOSIT SEQUENCE
      * WITHIN THE ACCOUNT) HOLDS EVERY FIXED-TERM DEPOSIT THE
      * BRANCH HAS SOLD: PRINCIPAL, FIXED RATE, START DATE, MATURITY
      * DATE, TERM IN DAYS AND THE MATURITY INSTRUCTION:
      *   P  ROLL OVER THE PRINCIPAL, PAY THE INTEREST OUT
      *   C  ROLL OVER PRINCIPAL PLUS INTEREST (CAPITALISE)
      *   O  PAY PRINCIPAL AND INTEREST OUT AND CLOSE THE DEPOSIT
      * THE DEPOSIT IS FUNDED HERE, AT BOOKING, BY A DEBIT OF THE
      * CUSTOMER'S IDX-FILE ACCOUNT IN THE SAME CURRENCY. THE ACCOUNT
      * MUST BE OPEN AND NOT BLOCKED, AND ITS AVAILABLE BALANCE -
      * LEDGER LESS THE LIVE HOLDS ON HLD-FILE (HLDFILE), COUNTED AS
      * PBEG006 B290 COUNTS THEM - MUST COVER THE PRINCIPAL; A TERM
      * DEPOSIT IS NEVER FUNDED INTO OVERDRAFT, WHATEVER LIMFILE
      * ALLOWS. A BOOKING CARD THAT CANNOT BE FUNDED IS REJECTED AND
      * NO DEPOSIT IS WRITTEN. EACH RUN:
      *
      *   1. APPLIES THE DAY'S MAINTENANCE CARDS (TDPMNT, OPTIONAL):
      *      BOOK A DEPOSIT, CHANGE ITS MATURITY INSTRUCTION, OR
      *      CANCEL A DEPOSIT BOOKED IN ERROR. A CANCELLED DEPOSIT
      *      RETURNS ITS WHOLE CURRENT PRINCIPAL (ANY CAPITALISED
      *      INTEREST INCLUDED) TO THE SAME ACCOUNT AND EARNS NO
      *      BROKEN-PERIOD INTEREST FOR THE TERM IN PROGRESS; THE
      *      ACCOUNT MUST BE OPEN AND NOT BLOCKED TO TAKE IT.
      *   2. MATURES EVERY ACTIVE DEPOSIT DUE ON OR BEFORE THE
      *      BUSINESS DATE. INTEREST IS PRINCIPAL X RATE FOR THE
      *      ACTUAL DAYS OF THE TERM. THE RATE IS CARRIED AS A
      *      MONTHLY PERCENT, THE SAME UNIT AS INTPARM, AND IS
      *      ANNUALISED OVER 365 DAYS. A RENEWED DEPOSIT STARTS ON
      *      THE OLD MATURITY DATE FOR THE SAME TERM AT THE CURRENT
      *      INTPARM RATE FOR ITS CURRENCY. A PAYOUT IS CREDITED TO
      *      THE CUSTOMER'S IDX-FILE ACCOUNT IN THE SAME CURRENCY.
      *   3. LISTS WHAT FALLS DUE IN THE NEXT 7, 30 AND 90 DAYS PER
      *      CURRENCY ON THE MATURITY LADDER (LADRPT) FOR TREASURY.
      *
      * EVERY MOVEMENT ON IDX-FILE IS STAMPED ON AUD-FILE (AUDFILE)
      * AS PBEG011 STAMPS ITS ACCRUALS: INTEREST AS ISLEM TIPI 6,
      * PRINCIPAL AS ISLEM TIPI 9 - DEBITED AT BOOKING, CREDITED AT
      * PAYOUT OR CANCELLATION (HOLDS NEVER REACH THE AUDIT TRAIL,
      * SO THE CODE IS FREE THERE). THE AUDIT SEQUENCE CARRIES ON
      * FROM PBEG006'S LAST CHECKPOINT, AND A FRESH CHECKPOINT
      * RECORD WITH THE NET MOVEMENT ADDED TO THE BALANCE
      * DELTA IS APPENDED TO CHK-FILE (CHKFILE), SO PBEG014 AND THE
      * PBEG020 GL EXTRACT STILL BALANCE AUDIT, CHECKPOINT AND
      * POSITION. CAPITALISED INTEREST STAYS ON THE DEPOSIT BUT IS
      * STILL STAMPED ON THE DEPOSIT'S ACCOUNT: CREDITED AS TIPI 6
      * AND DEBITED STRAIGHT BACK INTO THE PRINCIPAL AS TIPI 9, SO
      * THE TWO LEGS NET TO ZERO ON IDX-FILE AND THE BALANCE DELTA.
      *
      * A MATURITY THAT CANNOT BE SETTLED - PAYOUT ACCOUNT MISSING,
      * CLOSED OR BLOCKED, OR NO INTPARM RATE TO RENEW AT - IS LEFT
      * UNTOUCHED AND LISTED; IT IS RETRIED EVERY NIGHT UNTIL THE
      * BRANCH CLEARS IT. RETURN CODE 4 WHEN ANY EXCEPTION OR
      * MAINTENANCE REJECT IS LISTED.
      *
      * COMMAND LINE:
      *    POS  1- 8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *    POS 10-14  RUN NUMBER (OPTIONAL, MUST AGREE WITH RUNCTL)
      *
      * MAINTENANCE CARD (TDPMNT) LAYOUT:
      *    POS  1     ACTION  A=BOOK  C=CHANGE INSTRUCTION  X=CANCEL
      *    POS  2- 6  ID             POS  7- 9  DOVIZ
      *    POS 10-11  DEPOSIT SEQUENCE WITHIN ID/DOVIZ
      *    POS 12     MATURITY INSTRUCTION  P, C OR O
      *    POS 13-27  PRINCIPAL
      *    POS 28-39  FIXED RATE, MONTHLY PERCENT (BLANK = CURRENT
      *               INTPARM RATE FOR THE CURRENCY)
      *    POS 40-47  START DATE YYYYMMDD (BLANK = BUSINESS DATE)
      *    POS 48-52  TERM IN DAYS
      * A CHANGE CARD NEEDS THE KEY AND THE INSTRUCTION; A CANCEL
      * CARD NEEDS ONLY THE KEY.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TDP-FILE ASSIGN TO TDPFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY TDP-KEY
                           STATUS CHECK-FILE-TDP.
           SELECT OPTIONAL TDM-FILE ASSIGN TO TDPMNT
                           STATUS CHECK-FILE-TDM.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IDX-FILE-KEY
                           ALTERNATE RECORD KEY IDX-FILE-SURNAME
                               WITH DUPLICATES
                           STATUS CHECK-FILE-INDEX.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY HLD-KEY
                           STATUS CHECK-FILE-HLD.
           SELECT PAR-FILE ASSIGN TO INTPARM
                           STATUS CHECK-FILE-PAR.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS CHECK-FILE-AUD.
           SELECT OPTIONAL CHK-FILE ASSIGN TO CHKFILE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS CHECK-FILE-CHK.
           SELECT RPT-FILE ASSIGN TO TDPRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT LAD-FILE ASSIGN TO LADRPT
                           STATUS CHECK-FILE-LAD.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  TDM-FILE RECORDING MODE F.
         01  TDM-REC.
           05 TDM-ACTION             PIC X(01).
           05 TDM-ID                 PIC X(05).
           05 TDM-DOVIZ              PIC X(03).
           05 TDM-SEQ                PIC X(02).
           05 TDM-INSTRUCTION        PIC X(01).
           05 TDM-PRINCIPAL          PIC X(15).
           05 TDM-RATE               PIC X(12).
           05 TDM-START-DATE         PIC X(08).
           05 TDM-TERM-DAYS          PIC X(05).
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
       FD  PAR-FILE RECORDING MODE F.
         01  PAR-REC.
           05 PAR-DOVIZ              PIC X(03).
           05 FILLER                 PIC X(01).
           05 PAR-RATE               PIC X(12).
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
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
       FD  LAD-FILE RECORDING MODE F.
         01  LAD-REC                 PIC X(80).
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
           05 CHECK-FILE-TDP         PIC 9(2).
              88 TDP-FILE-EOF                     VALUE 10.
              88 TDP-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-TDM         PIC 9(2).
              88 TDM-FILE-EOF                     VALUE 10.
              88 TDM-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-EOF                   VALUE 10.
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-PAR         PIC 9(2).
              88 PAR-FILE-EOF                     VALUE 10.
              88 PAR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-AUD         PIC 9(2).
              88 AUD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CHK         PIC 9(2).
              88 CHK-FILE-EOF                     VALUE 10.
              88 CHK-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-LAD         PIC 9(2).
              88 LAD-FILE-SUCCESS                 VALUE 00 97.
      *    AUDIT ISLEM TIPI FOR TERM DEPOSIT CREDITS. INTEREST SHARES
      *    PBEG011'S ACCRUAL CODE; RETURNED PRINCIPAL HAS ITS OWN.
       01  WS-TIPI-INTEREST          PIC 9(01)  VALUE 6.
       01  WS-TIPI-PRINCIPAL         PIC 9(01)  VALUE 9.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BUSINESS-DATE-X     PIC X(08)  VALUE SPACES.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
      *    POSTING STAMP FOR THE AUDIT TRAIL, AS IN PBEG011.
           05 WS-TIME-RAW            PIC 9(08)  VALUE 0.
           05 WS-POST-TIME           PIC 9(06)  VALUE 0.
           05 WS-RUN-NUMBER-X        PIC X(05)  VALUE SPACES.
           05 WS-RUN-NUMBER          PIC 9(05)  VALUE 0.
           05 WS-AUD-SEQ             PIC 9(07)  VALUE 0.
      *    LAST CHECKPOINT PBEG006 LEFT ON CHK-FILE, KEPT WHOLE SO
      *    THE RECORD APPENDED HERE CARRIES ITS COUNTS UNCHANGED.
       01  WS-CHK-IMAGE              PIC X(99)  VALUE SPACES.
       01  WS-CHK-SEEN-SWITCH        PIC X(01)  VALUE 'N'.
           88 WS-CHK-SEEN                        VALUE 'Y'.
      *    EDITED MAINTENANCE CARD.
       01  WS-CARD-AREA.
           05 WS-CARD-SWITCH         PIC X(01).
              88 WS-CARD-VALID                   VALUE 'Y'.
              88 WS-CARD-INVALID                 VALUE 'N'.
           05 WS-CARD-REASON         PIC X(30).
           05 WS-CARD-ID             PIC S9(5)  COMP-3.
           05 WS-CARD-DOVIZ          PIC 9(03).
              88 WS-CARD-DOVIZ-VALID             VALUE 1 2 3 4.
           05 WS-CARD-SEQ            PIC 9(02).
           05 WS-CARD-PRINCIPAL      PIC S9(15) COMP-3.
           05 WS-CARD-RATE           PIC S9(3)V9(6) COMP-3.
           05 WS-CARD-START-DATE     PIC 9(08).
           05 WS-CARD-TERM-DAYS      PIC 9(05).
      *    TOTAL OF THE LIVE HOLDS ON THE ACCOUNT FUNDING A BOOKING.
       01  WS-HOLD-AREA.
           05 WS-HELD-AMOUNT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-HLD-MORE-SWITCH     PIC X(01).
              88 WS-HLD-NO-MORE                  VALUE 'N'.
              88 WS-HLD-HAS-MORE                 VALUE 'Y'.
      *    ONE MATURITY.
       01  WS-MATURITY-AREA.
           05 WS-MAT-SWITCH          PIC X(01).
              88 WS-MAT-OK                       VALUE 'Y'.
              88 WS-MAT-HELD                     VALUE 'N'.
           05 WS-MAT-REASON          PIC X(20).
           05 WS-MORE-SWITCH         PIC X(01).
              88 WS-NO-MORE-RECORDS              VALUE 'N'.
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-INTEREST            PIC S9(15) COMP-3.
           05 WS-PRINCIPAL-PAID      PIC S9(15) COMP-3.
           05 WS-CREDIT-AMOUNT       PIC S9(15) COMP-3.
           05 WS-CREDIT-TIPI         PIC 9(01).
           05 WS-TERM-DAYS           PIC S9(07).
           05 WS-DAY-INTEGER         PIC 9(09).
           05 WS-DAYS-TO-GO          PIC S9(07).
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-DVZ-TABLE.
           05 WS-DVZ-ENTRY OCCURS 4.
              10 WS-DVZ-RATE         PIC S9(3)V9(6) COMP-3.
              10 WS-DVZ-RATE-SW      PIC X(01).
                 88 WS-DVZ-HAS-RATE              VALUE 'Y'.
              10 WS-DVZ-MATURED      PIC 9(07).
              10 WS-DVZ-INTEREST     PIC S9(15) COMP-3.
              10 WS-DVZ-PAID-OUT     PIC S9(15) COMP-3.
              10 WS-DVZ-OPEN-COUNT   PIC 9(07).
              10 WS-DVZ-OPEN-AMOUNT  PIC S9(15) COMP-3.
       01  WS-DVZ-SUB                PIC 9(03).
      *    MATURITY LADDER: CUMULATIVE HORIZONS IN DAYS FROM THE
      *    BUSINESS DATE. AN OVERDUE DEPOSIT FALLS IN EVERY BUCKET.
       01  WS-HORIZON-LIST           PIC X(09)  VALUE '007030090'.
       01  WS-HORIZONS REDEFINES WS-HORIZON-LIST.
           05 WS-HORIZON             PIC 9(03)  OCCURS 3.
       01  WS-LADDER-TABLE.
           05 WS-LAD-DVZ OCCURS 4.
              10 WS-LAD-BUCKET OCCURS 3.
                 15 WS-LAD-COUNT     PIC 9(07).
                 15 WS-LAD-PRINCIPAL PIC S9(15) COMP-3.
                 15 WS-LAD-INTEREST  PIC S9(15) COMP-3.
       01  WS-BKT-SUB                PIC 9(02).
       01  WS-CONTROL-COUNTERS.
           05 WS-CNT-CARDS           PIC 9(07)  VALUE 0.
           05 WS-CNT-BOOKED          PIC 9(07)  VALUE 0.
           05 WS-CNT-CHANGED         PIC 9(07)  VALUE 0.
           05 WS-CNT-CANCELLED       PIC 9(07)  VALUE 0.
           05 WS-CNT-CARD-REJ        PIC 9(07)  VALUE 0.
           05 WS-CNT-DEPOSITS        PIC 9(07)  VALUE 0.
           05 WS-CNT-MATURED         PIC 9(07)  VALUE 0.
           05 WS-CNT-RENEWED         PIC 9(07)  VALUE 0.
           05 WS-CNT-PAID-OUT        PIC 9(07)  VALUE 0.
           05 WS-CNT-HELD            PIC 9(07)  VALUE 0.
           05 WS-CNT-AUDIT           PIC 9(07)  VALUE 0.
       01  WS-TOTAL-INTEREST-PAID    PIC S9(15) COMP-3 VALUE 0.
       01  WS-TOTAL-CAPITALISED      PIC S9(15) COMP-3 VALUE 0.
       01  WS-TOTAL-PRINCIPAL-PAID   PIC S9(15) COMP-3 VALUE 0.
       01  WS-TOTAL-FUNDED           PIC S9(15) COMP-3 VALUE 0.
       01  WS-TOTAL-RETURNED         PIC S9(15) COMP-3 VALUE 0.
      *    NET OF EVERY POSTING TO IDX-FILE, DEBITS NEGATIVE.
       01  WS-TOTAL-CREDITED         PIC S9(15) COMP-3 VALUE 0.
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(05)  VALUE 'CARD '.
           05 WS-C-IMAGE             PIC X(52).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-C-REASON            PIC X(22).
       01  WS-DETAIL-LINE.
           05 WS-D-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(01)  VALUE '/'.
           05 WS-D-SEQ               PIC 99.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-INSTR             PIC X(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-PRINCIPAL         PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-INTEREST          PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DATE              PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-NOTE              PIC X(20).
       01  WS-DVZ-LINE.
           05 FILLER                 PIC X(05)  VALUE 'DVZ'.
           05 WS-V-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(10)  VALUE '  MATURED'.
           05 WS-V-MATURED           PIC Z(6)9.
           05 FILLER                 PIC X(10)  VALUE '  INTEREST'.
           05 WS-V-INTEREST          PIC -(14)9.
           05 FILLER                 PIC X(10)  VALUE '  PAID OUT'.
           05 WS-V-PAID-OUT          PIC -(14)9.
       01  WS-LADDER-LINE.
           05 WS-L-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(08)  VALUE '  WITHIN'.
           05 WS-L-DAYS              PIC ZZ9.
           05 FILLER                 PIC X(06)  VALUE ' DAYS '.
           05 WS-L-COUNT             PIC Z(5)9.
           05 FILLER                 PIC X(11)  VALUE '  PRINCIPAL'.
           05 WS-L-PRINCIPAL         PIC -(14)9.
           05 FILLER                 PIC X(10)  VALUE '  INTEREST'.
           05 WS-L-INTEREST          PIC -(14)9.
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
           PERFORM H150-LOAD-RATES.
           PERFORM H170-LOAD-CHECKPOINT.
           PERFORM H200-WRITE-HEADER.
           PERFORM H300-APPLY-MAINTENANCE.
           PERFORM H400-PROCESS-MATURITIES.
           IF WS-CNT-AUDIT > 0
              PERFORM H700-WRITE-CHECKPOINT
           END-IF.
           PERFORM H850-WRITE-LADDER.
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
           MOVE 'PBEG028' TO RCT-STEP.
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
           MOVE 'PBEG028' TO RCT-STEP.
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
           DISPLAY 'PBEG028 NOT STARTED: ' WS-RCT-REFUSE-REASON.
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
                 DISPLAY 'PBEG028 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           MOVE WS-CMDLINE (10:5) TO WS-RUN-NUMBER-X.
           MOVE WS-RCT-RUN-NUMBER TO WS-RUN-NUMBER.
           IF WS-RUN-NUMBER-X IS NUMERIC
              IF FUNCTION NUMVAL(WS-RUN-NUMBER-X) NOT = WS-RUN-NUMBER
                 DISPLAY 'PBEG028 RUN NUMBER DIFFERS FROM RUNCTL: '
                     WS-RUN-NUMBER-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-POST-TIME.
           OPEN I-O    TDP-FILE.
           OPEN INPUT  TDM-FILE.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  HLD-FILE.
           OPEN EXTEND AUD-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN OUTPUT LAD-FILE.
           IF (CHECK-FILE-TDP NOT = 97) AND (CHECK-FILE-TDP NOT = 0)
      -       AND (CHECK-FILE-TDP NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-TDP
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-TDM NOT = 97) AND (CHECK-FILE-TDM NOT = 0)
      -       AND (CHECK-FILE-TDM NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-TDM
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
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
           IF (CHECK-FILE-LAD NOT = 97) AND (CHECK-FILE-LAD NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-LAD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H100-END. EXIT.
      *-----
       H150-LOAD-RATES.
           MOVE 'N' TO WS-DVZ-RATE-SW (1)
                       WS-DVZ-RATE-SW (2)
                       WS-DVZ-RATE-SW (3)
                       WS-DVZ-RATE-SW (4).
           MOVE 0 TO WS-DVZ-RATE (1) WS-DVZ-RATE (2)
                     WS-DVZ-RATE (3) WS-DVZ-RATE (4).
           MOVE 0 TO WS-DVZ-MATURED (1) WS-DVZ-MATURED (2)
                     WS-DVZ-MATURED (3) WS-DVZ-MATURED (4).
           MOVE 0 TO WS-DVZ-INTEREST (1) WS-DVZ-INTEREST (2)
                     WS-DVZ-INTEREST (3) WS-DVZ-INTEREST (4).
           MOVE 0 TO WS-DVZ-PAID-OUT (1) WS-DVZ-PAID-OUT (2)
                     WS-DVZ-PAID-OUT (3) WS-DVZ-PAID-OUT (4).
           MOVE 0 TO WS-DVZ-OPEN-COUNT (1) WS-DVZ-OPEN-COUNT (2)
                     WS-DVZ-OPEN-COUNT (3) WS-DVZ-OPEN-COUNT (4).
           MOVE 0 TO WS-DVZ-OPEN-AMOUNT (1) WS-DVZ-OPEN-AMOUNT (2)
                     WS-DVZ-OPEN-AMOUNT (3) WS-DVZ-OPEN-AMOUNT (4).
           INITIALIZE WS-LADDER-TABLE.
           OPEN INPUT PAR-FILE.
           IF (CHECK-FILE-PAR NOT = 97) AND (CHECK-FILE-PAR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PAR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-RATE UNTIL PAR-FILE-EOF.
           CLOSE PAR-FILE.
       H150-END. EXIT.
      *-----
       H160-READ-ONE-RATE.
           READ PAR-FILE
               AT END
                   SET PAR-FILE-EOF TO TRUE
               NOT AT END
                   IF PAR-DOVIZ NUMERIC
                      AND FUNCTION TEST-NUMVAL(PAR-RATE) = 0
                      COMPUTE WS-DVZ-SUB = FUNCTION NUMVAL(PAR-DOVIZ)
                      IF WS-DVZ-SUB >= 1 AND WS-DVZ-SUB <= 4
                         COMPUTE WS-DVZ-RATE (WS-DVZ-SUB) =
                             FUNCTION NUMVAL(PAR-RATE)
                         IF WS-DVZ-RATE (WS-DVZ-SUB) > 0
                            SET WS-DVZ-HAS-RATE (WS-DVZ-SUB) TO TRUE
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY 'PBEG028 BAD RATE CARD: ' PAR-REC
                   END-IF
           END-READ.
       H160-END. EXIT.
      *-----
      * THE LAST CHECKPOINT ON FILE CARRIES PBEG006'S FINAL TOTALS
      * AND AUDIT SEQUENCE, AS PBEG014 READS THEM.
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
           STRING 'TERM DEPOSIT RUN - PBEG028  BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO LAD-REC.
           STRING 'TERM DEPOSIT MATURITY LADDER - PBEG028  AS OF '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO LAD-REC.
           WRITE LAD-REC.
       H200-END. EXIT.
      *-----
      * SECTION 1 - MAINTENANCE CARDS
      *-----
       H300-APPLY-MAINTENANCE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 1 - MAINTENANCE CARDS REJECTED'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H310-READ-ONE-CARD UNTIL TDM-FILE-EOF.
       H300-END. EXIT.
      *-----
       H310-READ-ONE-CARD.
           READ TDM-FILE
               AT END
                   SET TDM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
                   PERFORM H320-EDIT-CARD
                   IF WS-CARD-VALID
                      PERFORM H330-APPLY-CARD
                   END-IF
                   IF WS-CARD-INVALID
                      PERFORM H390-REJECT-CARD
                   END-IF
           END-READ.
       H310-END. EXIT.
      *-----
       H320-EDIT-CARD.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           IF TDM-ACTION NOT = 'A' AND TDM-ACTION NOT = 'C'
              AND TDM-ACTION NOT = 'X'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ISLEM KODU' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID
              IF TDM-ID NOT NUMERIC OR TDM-DOVIZ NOT NUMERIC
                 OR TDM-SEQ NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ MEVDUAT ANAHTARI' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-ID = FUNCTION NUMVAL(TDM-ID)
                 COMPUTE WS-CARD-DOVIZ = FUNCTION NUMVAL(TDM-DOVIZ)
                 COMPUTE WS-CARD-SEQ = FUNCTION NUMVAL(TDM-SEQ)
                 IF NOT WS-CARD-DOVIZ-VALID
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'TANIMSIZ DOVIZ KODU' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID AND TDM-ACTION NOT = 'X'
              MOVE TDM-INSTRUCTION TO TDP-INSTRUCTION
              IF NOT TDP-INSTR-VALID
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ VADE TALIMATI' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID AND TDM-ACTION = 'A'
              PERFORM H325-EDIT-CARD-BODY
           END-IF.
       H320-END. EXIT.
      *-----
       H325-EDIT-CARD-BODY.
           IF FUNCTION TEST-NUMVAL(TDM-PRINCIPAL) NOT = 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ANAPARA' TO WS-CARD-REASON
           ELSE
              COMPUTE WS-CARD-PRINCIPAL =
                  FUNCTION NUMVAL(TDM-PRINCIPAL)
              IF WS-CARD-PRINCIPAL NOT > 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ ANAPARA' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID
              IF TDM-RATE = SPACES
                 IF WS-DVZ-HAS-RATE (WS-CARD-DOVIZ)
                    MOVE WS-DVZ-RATE (WS-CARD-DOVIZ) TO WS-CARD-RATE
                 ELSE
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'FAIZ ORANI YOK' TO WS-CARD-REASON
                 END-IF
              ELSE
                 IF FUNCTION TEST-NUMVAL(TDM-RATE) NOT = 0
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GECERSIZ FAIZ ORANI' TO WS-CARD-REASON
                 ELSE
                    COMPUTE WS-CARD-RATE = FUNCTION NUMVAL(TDM-RATE)
                    IF WS-CARD-RATE NOT > 0
                       SET WS-CARD-INVALID TO TRUE
                       MOVE 'GECERSIZ FAIZ ORANI' TO WS-CARD-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID
              IF TDM-START-DATE = SPACES
                 MOVE WS-BUSINESS-DATE TO WS-CARD-START-DATE
              ELSE
                 IF TDM-START-DATE NOT NUMERIC
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GECERSIZ BASLANGIC TARIHI' TO WS-CARD-REASON
                 ELSE
                    COMPUTE WS-CARD-START-DATE =
                        FUNCTION NUMVAL(TDM-START-DATE)
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-START-DATE)
                       NOT = 0
                       SET WS-CARD-INVALID TO TRUE
                       MOVE 'GECERSIZ BASLANGIC TARIHI'
                           TO WS-CARD-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID
              IF TDM-TERM-DAYS NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ VADE GUNU' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-TERM-DAYS =
                     FUNCTION NUMVAL(TDM-TERM-DAYS)
                 IF WS-CARD-TERM-DAYS = 0
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GECERSIZ VADE GUNU' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
      *    THE DEPOSIT IS FUNDED FROM, AND PAYS OUT TO, THE
      *    CUSTOMER'S ACCOUNT IN ITS OWN CURRENCY.
           IF WS-CARD-VALID
              PERFORM H360-CHECK-CARD-ACCOUNT
           END-IF.
           IF WS-CARD-VALID
              PERFORM H365-CHECK-FUNDS
           END-IF.
       H325-END. EXIT.
      *-----
       H330-APPLY-CARD.
           MOVE WS-CARD-ID    TO TDP-ID.
           MOVE WS-CARD-DOVIZ TO TDP-DOVIZ.
           MOVE WS-CARD-SEQ   TO TDP-SEQ.
           EVALUATE TDM-ACTION
               WHEN 'A'
                   PERFORM H340-BUILD-DEPOSIT
                   WRITE TDP-MEMBERS
                       INVALID KEY
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'MEVDUAT ZATEN VAR'
                               TO WS-CARD-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-BOOKED
                           PERFORM H380-FUND-DEPOSIT
                   END-WRITE
               WHEN 'C'
                   PERFORM H350-READ-ACTIVE-DEPOSIT
                   IF WS-CARD-VALID
                      MOVE TDM-INSTRUCTION TO TDP-INSTRUCTION
                      REWRITE TDP-MEMBERS
                      ADD 1 TO WS-CNT-CHANGED
                   END-IF
               WHEN 'X'
                   PERFORM H350-READ-ACTIVE-DEPOSIT
                   IF WS-CARD-VALID
                      PERFORM H360-CHECK-CARD-ACCOUNT
                   END-IF
                   IF WS-CARD-VALID
                      MOVE 'X' TO TDP-STATUS
                      REWRITE TDP-MEMBERS
                      ADD 1 TO WS-CNT-CANCELLED
                      PERFORM H385-RETURN-PRINCIPAL
                   END-IF
           END-EVALUATE.
       H330-END. EXIT.
      *-----
       H340-BUILD-DEPOSIT.
           MOVE WS-CARD-PRINCIPAL  TO TDP-PRINCIPAL.
           MOVE WS-CARD-RATE       TO TDP-RATE.
           MOVE WS-CARD-START-DATE TO TDP-START-DATE.
           MOVE WS-CARD-TERM-DAYS  TO TDP-TERM-DAYS.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CARD-START-DATE)
               + WS-CARD-TERM-DAYS.
           COMPUTE TDP-MATURITY =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE TDM-INSTRUCTION    TO TDP-INSTRUCTION.
           MOVE 'A'                TO TDP-STATUS.
           MOVE WS-BUSINESS-DATE   TO TDP-CREATE-DATE.
           MOVE 0                  TO TDP-LAST-MATURED.
           MOVE 0                  TO TDP-LAST-INTEREST.
           MOVE 0                  TO TDP-ROLL-COUNT.
       H340-END. EXIT.
      *-----
       H350-READ-ACTIVE-DEPOSIT.
           READ TDP-FILE KEY IS TDP-KEY
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'MEVDUAT BULUNAMADI' TO WS-CARD-REASON
           END-READ.
           IF WS-CARD-VALID AND NOT TDP-STATUS-ACTIVE
              SET WS-CARD-INVALID TO TRUE
              MOVE 'MEVDUAT AKTIF DEGIL' TO WS-CARD-REASON
           END-IF.
       H350-END. EXIT.
      *-----
      * THE ACCOUNT A CARD FUNDS FROM OR RETURNS TO MUST EXIST AND
      * TAKE A MOVEMENT, AS PBEG006 B250 REQUIRES: NOT CLOSED AND NOT
      * BLOCKED. IT IS LEFT IN THE IDX-FILE AREA FOR THE POSTING.
      *-----
       H360-CHECK-CARD-ACCOUNT.
           MOVE WS-CARD-ID    TO IDX-FILE-ID.
           MOVE WS-CARD-DOVIZ TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'HESAP BULUNAMADI' TO WS-CARD-REASON
           END-READ.
           IF WS-CARD-VALID
              EVALUATE TRUE
                  WHEN IDX-STATUS-CLOSED
                      SET WS-CARD-INVALID TO TRUE
                      MOVE 'HESAP KAPALI' TO WS-CARD-REASON
                  WHEN IDX-STATUS-BLOCKED
                      SET WS-CARD-INVALID TO TRUE
                      MOVE 'HESAP BLOKELI' TO WS-CARD-REASON
              END-EVALUATE
           END-IF.
       H360-END. EXIT.
      *-----
      * THE PRINCIPAL MUST COME OUT OF THE AVAILABLE BALANCE: THE
      * LEDGER MAY NOT GO BELOW ZERO, NOR MAY IT DIP INTO HELD FUNDS.
      *-----
       H365-CHECK-FUNDS.
           IF IDX-FILE-BALANCE - WS-CARD-PRINCIPAL < 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'BAKIYE YETERSIZ' TO WS-CARD-REASON
           ELSE
              PERFORM H370-TOTAL-HOLDS
              IF IDX-FILE-BALANCE - WS-CARD-PRINCIPAL
                 - WS-HELD-AMOUNT < 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'BLOKELI TUTAR ASIMI' TO WS-CARD-REASON
              END-IF
           END-IF.
       H365-END. EXIT.
      *-----
      * SUM THE LIVE HOLDS ON THE ACCOUNT IN THE RECORD AREA: ACTIVE
      * AND NOT YET PAST THEIR EXPIRY DATE, AS PBEG006 B290 DOES.
      *-----
       H370-TOTAL-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT.
           MOVE IDX-FILE-ID    TO HLD-ID.
           MOVE IDX-FILE-DOVIZ TO HLD-DOVIZ.
           MOVE LOW-VALUES     TO HLD-REF.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
               INVALID KEY
                   SET WS-HLD-NO-MORE TO TRUE
               NOT INVALID KEY
                   SET WS-HLD-HAS-MORE TO TRUE
           END-START.
           PERFORM H375-ADD-ONE-HOLD UNTIL WS-HLD-NO-MORE.
       H370-END. EXIT.
      *-----
       H375-ADD-ONE-HOLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-HLD-NO-MORE TO TRUE
               NOT AT END
                   IF HLD-ID NOT = IDX-FILE-ID
                      OR HLD-DOVIZ NOT = IDX-FILE-DOVIZ
                      SET WS-HLD-NO-MORE TO TRUE
                   ELSE
                      IF HLD-STATUS-ACTIVE
                         AND (HLD-EXPIRY = 0
                              OR HLD-EXPIRY NOT < WS-BUSINESS-DATE)
                         ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                      END-IF
                   END-IF
           END-READ.
       H375-END. EXIT.
      *-----
      * DEBIT THE NEW DEPOSIT'S PRINCIPAL FROM THE ACCOUNT H360 LEFT
      * IN THE RECORD AREA.
      *-----
       H380-FUND-DEPOSIT.
           MOVE WS-TIPI-PRINCIPAL TO WS-CREDIT-TIPI.
           COMPUTE WS-CREDIT-AMOUNT = 0 - TDP-PRINCIPAL.
           PERFORM H450-CREDIT-ACCOUNT.
           ADD TDP-PRINCIPAL TO WS-TOTAL-FUNDED.
       H380-END. EXIT.
      *-----
      * GIVE A CANCELLED DEPOSIT'S PRINCIPAL BACK TO THE ACCOUNT H360
      * LEFT IN THE RECORD AREA. NO INTEREST RUNS FOR THE PART TERM.
      *-----
       H385-RETURN-PRINCIPAL.
           MOVE WS-TIPI-PRINCIPAL TO WS-CREDIT-TIPI.
           MOVE TDP-PRINCIPAL TO WS-CREDIT-AMOUNT.
           PERFORM H450-CREDIT-ACCOUNT.
           ADD TDP-PRINCIPAL TO WS-TOTAL-RETURNED.
       H385-END. EXIT.
      *-----
       H390-REJECT-CARD.
           ADD 1 TO WS-CNT-CARD-REJ.
           MOVE TDM-REC TO WS-C-IMAGE.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H390-END. EXIT.
      *-----
      * SECTION 2 - MATURITIES. ONE SEQUENTIAL SWEEP OF THE MASTER
      * FROM ITS FIRST KEY; EACH ACTIVE DEPOSIT IS MATURED IF DUE
      * AND THEN PLACED ON THE LADDER.
      *-----
       H400-PROCESS-MATURITIES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 2 - MATURITIES'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING '   ID DVZ/SQ I       PRINCIPAL        INTEREST'
                  ' NEW MAT. NOTE'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO TDP-ID.
           MOVE 0 TO TDP-DOVIZ.
           MOVE 0 TO TDP-SEQ.
           START TDP-FILE KEY IS NOT LESS THAN TDP-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H410-PROCESS-ONE UNTIL WS-NO-MORE-RECORDS.
       H400-END. EXIT.
      *-----
       H410-PROCESS-ONE.
           READ TDP-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-DEPOSITS
                   IF TDP-STATUS-ACTIVE
                      AND TDP-DOVIZ >= 1 AND TDP-DOVIZ <= 4
                      MOVE TDP-DOVIZ TO WS-DVZ-SUB
                      IF TDP-MATURITY <= WS-BUSINESS-DATE
                         PERFORM H420-MATURE-ONE
                      END-IF
                      IF TDP-STATUS-ACTIVE
                         PERFORM H470-LADDER-ONE
                      END-IF
                   END-IF
           END-READ.
       H410-END. EXIT.
      *-----
       H420-MATURE-ONE.
           SET WS-MAT-OK TO TRUE.
           MOVE SPACES TO WS-MAT-REASON.
           PERFORM H600-COMPUTE-INTEREST.
           PERFORM H430-CHECK-PAYOUT-ACCOUNT.
           IF WS-MAT-OK AND NOT TDP-INSTR-PAYOUT
              AND NOT WS-DVZ-HAS-RATE (WS-DVZ-SUB)
              SET WS-MAT-HELD TO TRUE
              MOVE 'FAIZ ORANI YOK' TO WS-MAT-REASON
           END-IF.
           IF WS-MAT-HELD
              ADD 1 TO WS-CNT-HELD
              PERFORM H800-FILL-DETAIL
              MOVE TDP-MATURITY TO WS-D-DATE
              MOVE WS-MAT-REASON TO WS-D-NOTE
              PERFORM H810-WRITE-DETAIL
           ELSE
              PERFORM H440-SETTLE-ONE
           END-IF.
       H420-END. EXIT.
      *-----
       H430-CHECK-PAYOUT-ACCOUNT.
           MOVE TDP-ID    TO IDX-FILE-ID.
           MOVE TDP-DOVIZ TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   SET WS-MAT-HELD TO TRUE
                   MOVE 'HESAP BULUNAMADI' TO WS-MAT-REASON
           END-READ.
           IF WS-MAT-OK
              EVALUATE TRUE
                  WHEN IDX-STATUS-CLOSED
                      SET WS-MAT-HELD TO TRUE
                      MOVE 'HESAP KAPALI' TO WS-MAT-REASON
                  WHEN IDX-STATUS-BLOCKED
                      SET WS-MAT-HELD TO TRUE
                      MOVE 'HESAP BLOKELI' TO WS-MAT-REASON
              END-EVALUATE
           END-IF.
       H430-END. EXIT.
      *-----
       H440-SETTLE-ONE.
           ADD 1 TO WS-CNT-MATURED.
           ADD 1 TO WS-DVZ-MATURED (WS-DVZ-SUB).
           ADD WS-INTEREST TO WS-DVZ-INTEREST (WS-DVZ-SUB).
           MOVE 0 TO WS-PRINCIPAL-PAID.
           EVALUATE TRUE
               WHEN TDP-INSTR-PAY-INTEREST
                   IF WS-INTEREST NOT = 0
                      MOVE WS-TIPI-INTEREST TO WS-CREDIT-TIPI
                      MOVE WS-INTEREST TO WS-CREDIT-AMOUNT
                      PERFORM H450-CREDIT-ACCOUNT
                   END-IF
                   ADD WS-INTEREST TO WS-TOTAL-INTEREST-PAID
                   PERFORM H460-RENEW
               WHEN TDP-INSTR-CAPITALISE
                   IF WS-INTEREST NOT = 0
                      MOVE WS-TIPI-INTEREST TO WS-CREDIT-TIPI
                      MOVE WS-INTEREST TO WS-CREDIT-AMOUNT
                      PERFORM H450-CREDIT-ACCOUNT
                      MOVE WS-TIPI-PRINCIPAL TO WS-CREDIT-TIPI
                      COMPUTE WS-CREDIT-AMOUNT = 0 - WS-INTEREST
                      PERFORM H450-CREDIT-ACCOUNT
                   END-IF
                   ADD WS-INTEREST TO TDP-PRINCIPAL
                   ADD WS-INTEREST TO WS-TOTAL-CAPITALISED
                   PERFORM H460-RENEW
               WHEN OTHER
                   MOVE TDP-PRINCIPAL TO WS-PRINCIPAL-PAID
                   MOVE WS-TIPI-PRINCIPAL TO WS-CREDIT-TIPI
                   MOVE TDP-PRINCIPAL TO WS-CREDIT-AMOUNT
                   PERFORM H450-CREDIT-ACCOUNT
                   IF WS-INTEREST NOT = 0
                      MOVE WS-TIPI-INTEREST TO WS-CREDIT-TIPI
                      MOVE WS-INTEREST TO WS-CREDIT-AMOUNT
                      PERFORM H450-CREDIT-ACCOUNT
                   END-IF
                   ADD WS-INTEREST TO WS-TOTAL-INTEREST-PAID
                   ADD TDP-PRINCIPAL TO WS-TOTAL-PRINCIPAL-PAID
                   ADD TDP-PRINCIPAL TO WS-DVZ-PAID-OUT (WS-DVZ-SUB)
                   ADD 1 TO WS-CNT-PAID-OUT
                   MOVE 'M' TO TDP-STATUS
           END-EVALUATE.
           MOVE WS-BUSINESS-DATE TO TDP-LAST-MATURED.
           MOVE WS-INTEREST TO TDP-LAST-INTEREST.
           REWRITE TDP-MEMBERS.
           PERFORM H800-FILL-DETAIL.
           MOVE WS-INTEREST TO WS-D-INTEREST.
           IF TDP-STATUS-MATURED
              MOVE WS-PRINCIPAL-PAID TO WS-D-PRINCIPAL
              MOVE 0 TO WS-D-DATE
              MOVE 'PAID OUT' TO WS-D-NOTE
           ELSE
              MOVE TDP-MATURITY TO WS-D-DATE
              MOVE 'RENEWED' TO WS-D-NOTE
           END-IF.
           PERFORM H810-WRITE-DETAIL.
       H440-END. EXIT.
      *-----
      * CREDIT WS-CREDIT-AMOUNT (NEGATIVE FOR A FUNDING DEBIT) TO THE
      * ACCOUNT READ BY H430 OR H360 AND STAMP THE MOVEMENT ON THE
      * AUDIT TRAIL, AS PBEG011 H450 AND H500 DO FOR AN ACCRUAL.
      *-----
       H450-CREDIT-ACCOUNT.
           MOVE IDX-FILE-BALANCE  TO AUD-OLD-BALANCE.
           MOVE IDX-FILE-DATE     TO AUD-OLD-DATE.
           ADD WS-CREDIT-AMOUNT TO IDX-FILE-BALANCE.
           REWRITE IDX-FILE-MEMBERS.
           ADD WS-CREDIT-AMOUNT TO WS-TOTAL-CREDITED.
           MOVE WS-CREDIT-TIPI    TO AUD-ISLEM-TIPI.
           MOVE IDX-FILE-ID       TO AUD-ID.
           MOVE IDX-FILE-DOVIZ    TO AUD-DOVIZ.
           MOVE IDX-FILE-BALANCE  TO AUD-NEW-BALANCE.
           MOVE IDX-FILE-DATE     TO AUD-NEW-DATE.
           ADD 1 TO WS-AUD-SEQ.
           MOVE WS-BUSINESS-DATE  TO AUD-POST-DATE.
           MOVE WS-POST-TIME      TO AUD-POST-TIME.
           MOVE WS-RUN-NUMBER     TO AUD-RUN-NUMBER.
           MOVE 'PBEG028'         TO AUD-PROGRAM.
           MOVE WS-AUD-SEQ        TO AUD-SEQ.
           WRITE AUD-REC.
           ADD 1 TO WS-CNT-AUDIT.
       H450-END. EXIT.
      *-----
      * THE RENEWED TERM RUNS FROM THE OLD MATURITY DATE FOR THE
      * SAME NUMBER OF DAYS AT TONIGHT'S INTPARM RATE.
      *-----
       H460-RENEW.
           MOVE TDP-MATURITY TO TDP-START-DATE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(TDP-START-DATE)
               + TDP-TERM-DAYS.
           COMPUTE TDP-MATURITY =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER).
           MOVE WS-DVZ-RATE (WS-DVZ-SUB) TO TDP-RATE.
           IF TDP-ROLL-COUNT < 999
              ADD 1 TO TDP-ROLL-COUNT
           END-IF.
           ADD 1 TO WS-CNT-RENEWED.
       H460-END. EXIT.
      *-----
       H470-LADDER-ONE.
           ADD 1 TO WS-DVZ-OPEN-COUNT (WS-DVZ-SUB).
           ADD TDP-PRINCIPAL TO WS-DVZ-OPEN-AMOUNT (WS-DVZ-SUB).
           PERFORM H600-COMPUTE-INTEREST.
           COMPUTE WS-DAYS-TO-GO =
               FUNCTION INTEGER-OF-DATE(TDP-MATURITY)
               - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM H480-LADDER-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 3.
       H470-END. EXIT.
      *-----
       H480-LADDER-BUCKET.
           IF WS-DAYS-TO-GO <= WS-HORIZON (WS-BKT-SUB)
              ADD 1 TO WS-LAD-COUNT (WS-DVZ-SUB, WS-BKT-SUB)
              ADD TDP-PRINCIPAL
                  TO WS-LAD-PRINCIPAL (WS-DVZ-SUB, WS-BKT-SUB)
              ADD WS-INTEREST
                  TO WS-LAD-INTEREST (WS-DVZ-SUB, WS-BKT-SUB)
           END-IF.
       H480-END. EXIT.
      *-----
      * INTEREST FOR THE DEPOSIT'S CURRENT TERM: PRINCIPAL TIMES THE
      * MONTHLY PERCENT RATE, ANNUALISED, FOR THE ACTUAL DAYS.
      *-----
       H600-COMPUTE-INTEREST.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(TDP-MATURITY)
               - FUNCTION INTEGER-OF-DATE(TDP-START-DATE).
           COMPUTE WS-INTEREST ROUNDED =
               TDP-PRINCIPAL * TDP-RATE * 12 * WS-TERM-DAYS / 36500.
       H600-END. EXIT.
      *-----
      * APPEND A CHECKPOINT CARRYING PBEG006'S COUNTS WITH TONIGHT'S
      * CREDITS ADDED TO THE BALANCE DELTA AND THE AUDIT SEQUENCE
      * MOVED ON, SO IT IS THE LAST RECORD PBEG014 AND PBEG020 READ.
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
           ADD WS-TOTAL-CREDITED TO CHK-BALANCE-DELTA.
           MOVE WS-AUD-SEQ TO CHK-AUD-SEQ.
           WRITE CHK-REC.
           CLOSE CHK-FILE.
       H700-END. EXIT.
      *-----
       H800-FILL-DETAIL.
           MOVE TDP-ID TO WS-D-ID.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-D-DVZ-NAME.
           MOVE TDP-SEQ TO WS-D-SEQ.
           MOVE TDP-INSTRUCTION TO WS-D-INSTR.
           MOVE TDP-PRINCIPAL TO WS-D-PRINCIPAL.
           MOVE WS-INTEREST TO WS-D-INTEREST.
       H800-END. EXIT.
      *-----
       H810-WRITE-DETAIL.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       H810-END. EXIT.
      *-----
      * SECTION 3 - THE LADDER, ONE BLOCK PER CURRENCY.
      *-----
       H850-WRITE-LADDER.
           PERFORM H860-LADDER-ONE-DVZ
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > 4.
       H850-END. EXIT.
      *-----
       H860-LADDER-ONE-DVZ.
           MOVE SPACES TO LAD-REC.
           WRITE LAD-REC.
           MOVE 'OUTSTANDING DEPOSITS' TO WS-CTL-LABEL.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-CTL-LABEL (22:3).
           MOVE WS-DVZ-OPEN-COUNT (WS-DVZ-SUB) TO WS-CTL-VALUE.
           MOVE SPACES TO LAD-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO LAD-REC.
           WRITE LAD-REC.
           MOVE 'OUTSTANDING PRINCIPAL' TO WS-CTL-LABEL.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-CTL-LABEL (23:3).
           MOVE WS-DVZ-OPEN-AMOUNT (WS-DVZ-SUB) TO WS-CTL-VALUE.
           MOVE SPACES TO LAD-REC.
           STRING WS-CTL-LABEL DELIMITED BY SIZE
                  WS-CTL-VALUE DELIMITED BY SIZE
               INTO LAD-REC.
           WRITE LAD-REC.
           PERFORM H870-LADDER-ONE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1
               UNTIL WS-BKT-SUB > 3.
       H860-END. EXIT.
      *-----
       H870-LADDER-ONE-BUCKET.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-L-DVZ-NAME.
           MOVE WS-HORIZON (WS-BKT-SUB) TO WS-L-DAYS.
           MOVE WS-LAD-COUNT (WS-DVZ-SUB, WS-BKT-SUB) TO WS-L-COUNT.
           MOVE WS-LAD-PRINCIPAL (WS-DVZ-SUB, WS-BKT-SUB)
               TO WS-L-PRINCIPAL.
           MOVE WS-LAD-INTEREST (WS-DVZ-SUB, WS-BKT-SUB)
               TO WS-L-INTEREST.
           MOVE SPACES TO LAD-REC.
           MOVE WS-LADDER-LINE TO LAD-REC.
           WRITE LAD-REC.
       H870-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H920-WRITE-ONE-CURRENCY
               VARYING WS-DVZ-SUB FROM 1 BY 1
               UNTIL WS-DVZ-SUB > 4.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'MAINTENANCE CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARDS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DEPOSITS BOOKED' TO WS-CTL-LABEL.
           MOVE WS-CNT-BOOKED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS CHANGED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CHANGED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DEPOSITS CANCELLED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CANCELLED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MAINTENANCE CARDS REJECTED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARD-REJ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DEPOSITS ON FILE' TO WS-CTL-LABEL.
           MOVE WS-CNT-DEPOSITS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'DEPOSITS MATURED' TO WS-CTL-LABEL.
           MOVE WS-CNT-MATURED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  RENEWED' TO WS-CTL-LABEL.
           MOVE WS-CNT-RENEWED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  PAID OUT' TO WS-CTL-LABEL.
           MOVE WS-CNT-PAID-OUT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MATURITIES HELD' TO WS-CTL-LABEL.
           MOVE WS-CNT-HELD TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INTEREST PAID TO ACCOUNTS' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-INTEREST-PAID TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INTEREST CAPITALISED' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CAPITALISED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'PRINCIPAL PAID TO ACCOUNTS' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-PRINCIPAL-PAID TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'PRINCIPAL FUNDED FROM ACCOUNTS' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-FUNDED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'PRINCIPAL RETURNED ON CANCEL' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-RETURNED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'AUDIT RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-CNT-AUDIT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'BALANCE DELTA ADDED' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-CREDITED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF WS-CNT-HELD > 0 OR WS-CNT-CARD-REJ > 0
              MOVE SPACES TO RPT-REC
              STRING '*** BRANCH FOLLOW-UP REQUIRED ***'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
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
       H920-WRITE-ONE-CURRENCY.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-V-DVZ-NAME.
           MOVE WS-DVZ-MATURED (WS-DVZ-SUB) TO WS-V-MATURED.
           MOVE WS-DVZ-INTEREST (WS-DVZ-SUB) TO WS-V-INTEREST.
           MOVE WS-DVZ-PAID-OUT (WS-DVZ-SUB) TO WS-V-PAID-OUT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DVZ-LINE TO RPT-REC.
           WRITE RPT-REC.
       H920-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG028' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG028 STEP RECORD LOST ON RUNCTL'
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
           CLOSE TDP-FILE.
           CLOSE TDM-FILE.
           CLOSE IDX-FILE.
           CLOSE HLD-FILE.
           CLOSE AUD-FILE.
           CLOSE RPT-FILE.
           CLOSE LAD-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
