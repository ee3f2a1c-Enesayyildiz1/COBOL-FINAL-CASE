       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG026.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * STANDING-ORDER MAINTENANCE AND DAILY PAYMENT GENERATOR
      *
      * RUNS BEFORE PBEG017/PBEG006. THE STANDING-INSTRUCTION MASTER
      * (STOFILE, INDEXED ON ID, DOVIZ AND AN INSTRUCTION SEQUENCE
      * WITHIN THE ACCOUNT) HOLDS EVERY RECURRING MOVEMENT A CUSTOMER
      * HAS ASKED FOR: A FIXED TIPI-4 ADJUSTMENT (A MONTHLY
      * WITHDRAWAL) OR A TIPI-7 TRANSFER TO ANOTHER CURRENCY OF THE
      * SAME CUSTOMER, WITH ITS FREQUENCY, NEXT DUE DATE AND END
      * DATE. EACH RUN:
      *
      *   1. APPLIES THE DAY'S MAINTENANCE CARDS (STOMNT, OPTIONAL)
      *      KEYED AT THE BRANCH: ADD, CHANGE OR CANCEL.
      *   2. READS THE REJECTS PBEG006 WROTE THE NIGHT BEFORE
      *      (ERRFILE, OPTIONAL) AND MATCHES THEM BACK TO THE
      *      INSTRUCTIONS GENERATED FOR THAT SAME PBEG006 RUN - SAME
      *      ID, DOVIZ, TYPE, AMOUNT AND TARGET DOVIZ, AND LAST
      *      GENERATED ON THE BUSINESS DATE PBEG006'S STEP RECORD ON
      *      RUNCTL STILL CARRIES FROM THAT RUN. WITHOUT A PBEG006
      *      STEP ON RUNCTL THE DATE OF THE REJECTS IS UNKNOWN AND
      *      NOTHING IS MATCHED (RETURN CODE 4). SO A LIMIT REJECT
      *      (RC 24) OR A BLOCKED/CLOSED ACCOUNT (RC 20/22) IS LISTED
      *      FOR BRANCH FOLLOW-UP. THE INSTRUCTION CARRIES THE REJECT
      *      CODE AND A RUNNING FAILURE COUNT. A MISSED PAYMENT IS
      *      NOT REGENERATED; THE BRANCH DECIDES. THIS STEP OWNS
      *      STANDING-ORDER REJECTS: PBEG010 MAKES THE SAME MATCH AND
      *      LEAVES THEM OUT OF ITS RESUBMISSION FILE.
      *   3. PICKS UP EVERY ACTIVE INSTRUCTION DUE ON OR BEFORE THE
      *      BUSINESS DATE AND WRITES IT TO THE GENERATED INPFILE
      *      (STOINP), WRAPPED IN THE BATCH HEADER/TRAILER PBEG006
      *      H050 DEMANDS, THEN ADVANCES THE NEXT DUE DATE PAST THE
      *      BUSINESS DATE. ONE MOVEMENT IS GENERATED PER INSTRUCTION
      *      PER RUN; OCCURRENCES MISSED WHILE THE JOB DID NOT RUN ARE
      *      NOT REPLAYED. AN INSTRUCTION WHOSE NEXT DUE DATE PASSES
      *      ITS END DATE IS MARKED ENDED.
      *
      * NIGHTLY ORDER: PBEG010 BEFORE THIS STEP (STEP 3 MOVES ON THE
      * LAST GENERATED DATE PBEG010 MATCHES BY), THEN PBEG026 AND
      * PBEG030 IN EITHER ORDER, THEN PBEG017 OVER STOINP, CLRPOST,
      * RESFILE AND THE DAY'S TELLER CAPFILE BATCHES TOGETHER (ONE
      * INPFILE OF CONSECUTIVE WRAPPED BATCHES), WHICH MERGES THEM
      * INTO THE ONE BATCH THE SINGLE PBEG006 RUN OF THE NIGHT POSTS.
      * ERRFILE THEREFORE HOLDS EVERY REJECT OF THE NIGHT, WHATEVER
      * ITS SOURCE.
      *
      * THE REPORT (STORPT) LISTS THE MAINTENANCE REJECTS, THE PRIOR
      * NIGHT'S FAILURES AND TONIGHT'S GENERATED PAYMENTS. RETURN
      * CODE 4 WHEN ANY FAILURE OR MAINTENANCE REJECT IS LISTED.
      *
      * COMMAND LINE:
      *    POS  1- 8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *    POS 10-17  BATCH NUMBER (DEFAULT 'S' PLUS THE DAY OF
      *               MONTH AND HHMMS, AS PBEG010 DEFAULTS ITS OWN)
      *
      * MAINTENANCE CARD (STOMNT) LAYOUT:
      *    POS  1     ACTION  A=ADD  C=CHANGE  X=CANCEL
      *    POS  2- 6  ID             POS  7- 9  DOVIZ
      *    POS 10-11  SEQUENCE WITHIN ID/DOVIZ
      *    POS 12     ISLEM TIPI (4 OR 7)
      *    POS 13-27  AMOUNT, SIGNED FOR TIPI 4 (NEGATIVE = DEBIT),
      *               POSITIVE FOR TIPI 7
      *    POS 28-30  TARGET DOVIZ (TIPI 7 ONLY)
      *    POS 31     FREQUENCY  D=DAILY W=WEEKLY M=MONTHLY
      *                          Q=QUARTERLY Y=YEARLY
      *    POS 32-39  FIRST DUE DATE YYYYMMDD
      *    POS 40-47  END DATE YYYYMMDD (BLANK OR ZEROS = NO END)
      * A CHANGE CARD REPLACES THE WHOLE INSTRUCTION; A CANCEL CARD
      * NEEDS ONLY THE KEY.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY STO-KEY
                           STATUS CHECK-FILE-STO.
           SELECT OPTIONAL STM-FILE ASSIGN TO STOMNT
                           STATUS CHECK-FILE-STM.
           SELECT OPTIONAL ERR-FILE ASSIGN TO ERRFILE
                           STATUS CHECK-FILE-ERR.
           SELECT GEN-FILE ASSIGN TO STOINP
                           STATUS CHECK-FILE-GEN.
           SELECT RPT-FILE ASSIGN TO STORPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
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
       FD  STM-FILE RECORDING MODE F.
         01  STM-REC.
           05 STM-ACTION             PIC X(01).
           05 STM-ID                 PIC X(05).
           05 STM-DOVIZ              PIC X(03).
           05 STM-SEQ                PIC X(02).
           05 STM-ISLEM-TIPI         PIC X(01).
           05 STM-AMOUNT             PIC X(15).
           05 STM-DOVIZ-TO           PIC X(03).
           05 STM-FREQUENCY          PIC X(01).
           05 STM-FIRST-DUE          PIC X(08).
           05 STM-END-DATE           PIC X(08).
       FD  ERR-FILE RECORDING MODE F.
         01  ERR-REC.
           05 ERR-ISLEM-TIPI         PIC X(01).
           05 ERR-ID                 PIC X(05).
           05 ERR-DOVIZ              PIC X(03).
           05 ERR-RETURN-CODE        PIC 9(02).
           05 ERR-REASON             PIC X(30).
           05 ERR-INP-IMAGE          PIC X(82).
       FD  GEN-FILE RECORDING MODE F.
         01  GEN-BATCH-REC           PIC X(82).
         01  GEN-REC.
           05 GEN-ISLEM-TIPI         PIC X(01).
           05 GEN-ID                 PIC 9(05).
           05 GEN-DOVIZ              PIC 9(03).
           05 GEN-NAME               PIC X(15).
           05 GEN-SURNAME            PIC X(15).
           05 GEN-OPEN-DATE          PIC X(08).
           05 GEN-OPEN-BALANCE       PIC X(15).
           05 GEN-ADJ-AMOUNT         PIC -(14)9.
           05 GEN-DOVIZ-TO           PIC X(03).
           05 GEN-STATUS-ACTION      PIC X(01).
           05 GEN-OVERRIDE           PIC X(01).
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
           05 CHECK-FILE-STO         PIC 9(2).
              88 STO-FILE-EOF                     VALUE 10.
              88 STO-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-STM         PIC 9(2).
              88 STM-FILE-EOF                     VALUE 10.
              88 STM-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-ERR         PIC 9(2).
              88 ERR-FILE-EOF                     VALUE 10.
              88 ERR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-GEN         PIC 9(2).
              88 GEN-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BUSINESS-DATE-X     PIC X(08)  VALUE SPACES.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
           05 WS-BATCH-NO            PIC X(08)  VALUE SPACES.
           05 WS-TODAY               PIC 9(08)  VALUE 0.
           05 WS-TIME-RAW            PIC 9(08)  VALUE 0.
       01  WS-GEN-HEADER.
           05 WS-GH-TYPE             PIC X(01)  VALUE 'B'.
           05 WS-GH-BATCH-NO         PIC X(08).
           05 WS-GH-DATE             PIC 9(08).
           05 FILLER                 PIC X(65)  VALUE SPACES.
       01  WS-GEN-TRAILER.
           05 WS-GT-TYPE             PIC X(01)  VALUE 'T'.
           05 WS-GT-COUNT            PIC 9(07)  VALUE 0.
           05 WS-GT-HASH             PIC S9(15) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(58)  VALUE SPACES.
       01  WS-GEN-HASH               PIC S9(15) COMP-3 VALUE 0.
      *    WORK IMAGE OF ONE REJECTED TRANSACTION, SAME LAYOUT AS
      *    PBEG006'S INP-REC, REBUILT FROM THE STORED INPUT IMAGE.
       01  WS-INP-REC.
           05 WS-INP-ISLEM-TIPI      PIC X(01).
           05 WS-INP-ID              PIC X(05).
           05 WS-INP-DOVIZ           PIC X(03).
           05 WS-INP-NAME            PIC X(15).
           05 WS-INP-SURNAME         PIC X(15).
           05 WS-INP-OPEN-DATE       PIC X(08).
           05 WS-INP-OPEN-BALANCE    PIC X(15).
           05 WS-INP-ADJ-AMOUNT      PIC X(15).
           05 WS-INP-DOVIZ-TO        PIC X(03).
           05 WS-INP-STATUS-ACTION   PIC X(01).
           05 WS-INP-OVERRIDE        PIC X(01).
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
           05 WS-CARD-TIPI           PIC 9(01).
           05 WS-CARD-AMOUNT         PIC S9(15) COMP-3.
           05 WS-CARD-DOVIZ-TO       PIC 9(03).
           05 WS-CARD-FIRST-DUE      PIC 9(08).
           05 WS-CARD-END-DATE       PIC 9(08).
      *    REJECT MATCHING.
       01  WS-MATCH-AREA.
           05 WS-ERR-ID              PIC S9(5)  COMP-3.
           05 WS-ERR-DOVIZ           PIC S9(3)  COMP.
           05 WS-ERR-TIPI            PIC 9(01).
           05 WS-ERR-AMOUNT          PIC S9(15) COMP-3.
           05 WS-ERR-DOVIZ-TO        PIC S9(3)  COMP.
           05 WS-MORE-SWITCH         PIC X(01).
              88 WS-NO-MORE-RECORDS              VALUE 'N'.
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-MATCH-SWITCH        PIC X(01).
              88 WS-MATCH-FOUND                  VALUE 'Y'.
      *    BUSINESS DATE OF THE PBEG006 RUN THAT WROTE ERRFILE.
           05 WS-ERR-RUN-DATE        PIC 9(08)  VALUE 0.
           05 WS-ERR-DATE-SWITCH     PIC X(01)  VALUE 'N'.
              88 WS-ERR-DATE-KNOWN               VALUE 'Y'.
      *    DUE-DATE ARITHMETIC. MONTHLY, QUARTERLY AND YEARLY DATES
      *    KEEP THE INSTRUCTION'S ORIGINAL DAY OF MONTH, PULLED BACK
      *    TO THE LAST DAY OF A SHORTER MONTH.
       01  WS-DATE-WORK.
           05 WS-DUE-DATE            PIC 9(08).
           05 WS-DUE-SPLIT REDEFINES WS-DUE-DATE.
              10 WS-DUE-YYYY         PIC 9(04).
              10 WS-DUE-MM           PIC 9(02).
              10 WS-DUE-DD           PIC 9(02).
           05 WS-DAY-INTEGER         PIC 9(09).
           05 WS-MONTH-STEP          PIC 9(02).
           05 WS-MONTH-COUNT         PIC 9(07).
           05 WS-LAST-DAY            PIC 9(02).
       01  WS-MONTH-DAYS-LIST        PIC X(24)  VALUE
            '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS          PIC 9(02)  OCCURS 12.
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-CONTROL-COUNTERS.
           05 WS-CNT-CARDS           PIC 9(07)  VALUE 0.
           05 WS-CNT-ADDED           PIC 9(07)  VALUE 0.
           05 WS-CNT-CHANGED         PIC 9(07)  VALUE 0.
           05 WS-CNT-CANCELLED       PIC 9(07)  VALUE 0.
           05 WS-CNT-CARD-REJ        PIC 9(07)  VALUE 0.
           05 WS-CNT-ERR-READ        PIC 9(07)  VALUE 0.
           05 WS-CNT-FAILED          PIC 9(07)  VALUE 0.
           05 WS-CNT-FAIL-LIMIT      PIC 9(07)  VALUE 0.
           05 WS-CNT-FAIL-BLOCKED    PIC 9(07)  VALUE 0.
           05 WS-CNT-FAIL-CLOSED     PIC 9(07)  VALUE 0.
           05 WS-CNT-FAIL-OTHER      PIC 9(07)  VALUE 0.
           05 WS-CNT-INSTRUCTIONS    PIC 9(07)  VALUE 0.
           05 WS-CNT-GENERATED       PIC 9(07)  VALUE 0.
           05 WS-CNT-ENDED           PIC 9(07)  VALUE 0.
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(08)  VALUE 'CARD '.
           05 WS-C-IMAGE             PIC X(47).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-C-REASON            PIC X(24).
       01  WS-DETAIL-LINE.
           05 WS-D-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(01)  VALUE '/'.
           05 WS-D-SEQ               PIC 99.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-TIPI              PIC 9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-AMOUNT            PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DVZ-TO            PIC X(03).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-FREQ              PIC X(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DATE              PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-NOTE              PIC X(28).
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
           PERFORM H200-WRITE-HEADER.
           PERFORM H300-APPLY-MAINTENANCE.
           PERFORM H400-REPORT-FAILURES.
           PERFORM H500-GENERATE-DUE.
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
      *    PBEG006 HAS NOT RUN YET TONIGHT, SO ITS STEP RECORD STILL
      *    CARRIES THE DATE OF THE RUN WHOSE REJECTS ARE ON ERRFILE.
           MOVE 'PBEG006' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ERR-DATE-SWITCH
               NOT INVALID KEY
                   SET WS-ERR-DATE-KNOWN TO TRUE
                   MOVE RCT-BUSINESS-DATE TO WS-ERR-RUN-DATE
           END-READ.
           MOVE 'PBEG026' TO RCT-STEP.
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
           MOVE 'PBEG026' TO RCT-STEP.
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
           DISPLAY 'PBEG026 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-RCT-BUSINESS-DATE TO WS-TODAY.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-CMDLINE (1:8) TO WS-BUSINESS-DATE-X.
           MOVE WS-RCT-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE-X IS NUMERIC
              IF FUNCTION NUMVAL(WS-BUSINESS-DATE-X)
                 NOT = WS-BUSINESS-DATE
                 DISPLAY 'PBEG026 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           IF WS-CMDLINE (10:8) NOT = SPACES
              MOVE WS-CMDLINE (10:8) TO WS-BATCH-NO
           ELSE
              MOVE 'S' TO WS-BATCH-NO (1:1)
              MOVE WS-TODAY (7:2) TO WS-BATCH-NO (2:2)
              MOVE WS-TIME-RAW (1:5) TO WS-BATCH-NO (4:5)
           END-IF.
           OPEN I-O    STO-FILE.
           OPEN INPUT  STM-FILE.
           OPEN INPUT  ERR-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-STO NOT = 97) AND (CHECK-FILE-STO NOT = 0)
      -       AND (CHECK-FILE-STO NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-STO
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-STM NOT = 97) AND (CHECK-FILE-STM NOT = 0)
      -       AND (CHECK-FILE-STM NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-STM
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-ERR NOT = 97) AND (CHECK-FILE-ERR NOT = 0)
      -       AND (CHECK-FILE-ERR NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ERR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-GEN NOT = 97) AND (CHECK-FILE-GEN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
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
       H200-WRITE-HEADER.
           MOVE SPACES TO RPT-REC.
           STRING 'STANDING ORDER RUN - PBEG026  BUSINESS DATE '
                  WS-BUSINESS-DATE '  BATCH ' WS-BATCH-NO
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BATCH-NO TO WS-GH-BATCH-NO.
           MOVE WS-BUSINESS-DATE TO WS-GH-DATE.
           MOVE WS-GEN-HEADER TO GEN-BATCH-REC.
           WRITE GEN-BATCH-REC.
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
           PERFORM H310-READ-ONE-CARD UNTIL STM-FILE-EOF.
       H300-END. EXIT.
      *-----
       H310-READ-ONE-CARD.
           READ STM-FILE
               AT END
                   SET STM-FILE-EOF TO TRUE
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
           IF STM-ACTION NOT = 'A' AND STM-ACTION NOT = 'C'
              AND STM-ACTION NOT = 'X'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ISLEM KODU' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID
              IF STM-ID NOT NUMERIC OR STM-DOVIZ NOT NUMERIC
                 OR STM-SEQ NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ TALIMAT ANAHTARI' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-ID = FUNCTION NUMVAL(STM-ID)
                 COMPUTE WS-CARD-DOVIZ = FUNCTION NUMVAL(STM-DOVIZ)
                 COMPUTE WS-CARD-SEQ = FUNCTION NUMVAL(STM-SEQ)
                 IF NOT WS-CARD-DOVIZ-VALID
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'TANIMSIZ DOVIZ KODU' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID AND STM-ACTION NOT = 'X'
              PERFORM H325-EDIT-CARD-BODY
           END-IF.
       H320-END. EXIT.
      *-----
      * THE INSTRUCTION BODY IS EDITED THE WAY PBEG006 H255 EDITS
      * THE MOVEMENT IT WILL BECOME, SO A BAD INSTRUCTION IS CAUGHT
      * AT THE COUNTER AND NOT ON ITS FIRST DUE DATE.
      *-----
       H325-EDIT-CARD-BODY.
           IF STM-ISLEM-TIPI NOT = '4' AND STM-ISLEM-TIPI NOT = '7'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ISLEM TIPI' TO WS-CARD-REASON
           ELSE
              COMPUTE WS-CARD-TIPI = FUNCTION NUMVAL(STM-ISLEM-TIPI)
           END-IF.
           IF WS-CARD-VALID
              IF FUNCTION TEST-NUMVAL(STM-AMOUNT) NOT = 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ TALIMAT TUTARI' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-AMOUNT = FUNCTION NUMVAL(STM-AMOUNT)
                 IF WS-CARD-AMOUNT = 0
                    OR (WS-CARD-TIPI = 7 AND WS-CARD-AMOUNT < 0)
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GECERSIZ TALIMAT TUTARI' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           MOVE 0 TO WS-CARD-DOVIZ-TO.
           IF WS-CARD-VALID AND WS-CARD-TIPI = 7
              IF STM-DOVIZ-TO NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ HEDEF DOVIZ' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-DOVIZ-TO =
                     FUNCTION NUMVAL(STM-DOVIZ-TO)
                 IF WS-CARD-DOVIZ-TO < 1 OR WS-CARD-DOVIZ-TO > 4
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'TANIMSIZ HEDEF DOVIZ' TO WS-CARD-REASON
                 ELSE
                    IF WS-CARD-DOVIZ-TO = WS-CARD-DOVIZ
                       SET WS-CARD-INVALID TO TRUE
                       MOVE 'AYNI DOVIZE TRANSFER' TO WS-CARD-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-VALID
              MOVE STM-FREQUENCY TO STO-FREQUENCY
              IF NOT STO-FREQ-VALID
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ PERIYOT' TO WS-CARD-REASON
              END-IF
           END-IF.
           IF WS-CARD-VALID
              IF STM-FIRST-DUE NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ VADE TARIHI' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-FIRST-DUE =
                     FUNCTION NUMVAL(STM-FIRST-DUE)
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-FIRST-DUE)
                    NOT = 0
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'GECERSIZ VADE TARIHI' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
           MOVE 0 TO WS-CARD-END-DATE.
           IF WS-CARD-VALID AND STM-END-DATE NOT = SPACES
              IF STM-END-DATE NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ BITIS TARIHI' TO WS-CARD-REASON
              ELSE
                 COMPUTE WS-CARD-END-DATE =
                     FUNCTION NUMVAL(STM-END-DATE)
                 IF WS-CARD-END-DATE NOT = 0
                    AND WS-CARD-END-DATE < WS-CARD-FIRST-DUE
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'BITIS TARIHI VADEDEN ONCE' TO WS-CARD-REASON
                 END-IF
              END-IF
           END-IF.
       H325-END. EXIT.
      *-----
       H330-APPLY-CARD.
           MOVE WS-CARD-ID    TO STO-ID.
           MOVE WS-CARD-DOVIZ TO STO-DOVIZ.
           MOVE WS-CARD-SEQ   TO STO-SEQ.
           EVALUATE STM-ACTION
               WHEN 'A'
                   PERFORM H340-BUILD-INSTRUCTION
                   MOVE WS-BUSINESS-DATE TO STO-CREATE-DATE
                   MOVE 0 TO STO-LAST-GEN
                   MOVE SPACES TO STO-LAST-BATCH
                   MOVE 0 TO STO-LAST-RC
                   MOVE 0 TO STO-FAIL-COUNT
                   WRITE STO-MEMBERS
                       INVALID KEY
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'TALIMAT ZATEN VAR'
                               TO WS-CARD-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-ADDED
                   END-WRITE
               WHEN 'C'
                   READ STO-FILE KEY IS STO-KEY
                       INVALID KEY
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'TALIMAT BULUNAMADI'
                               TO WS-CARD-REASON
                   END-READ
                   IF WS-CARD-VALID
                      PERFORM H340-BUILD-INSTRUCTION
                      REWRITE STO-MEMBERS
                      ADD 1 TO WS-CNT-CHANGED
                   END-IF
               WHEN 'X'
                   READ STO-FILE KEY IS STO-KEY
                       INVALID KEY
                           SET WS-CARD-INVALID TO TRUE
                           MOVE 'TALIMAT BULUNAMADI'
                               TO WS-CARD-REASON
                   END-READ
                   IF WS-CARD-VALID
                      MOVE 'X' TO STO-STATUS
                      REWRITE STO-MEMBERS
                      ADD 1 TO WS-CNT-CANCELLED
                   END-IF
           END-EVALUATE.
       H330-END. EXIT.
      *-----
       H340-BUILD-INSTRUCTION.
           MOVE WS-CARD-TIPI      TO STO-ISLEM-TIPI.
           MOVE WS-CARD-AMOUNT    TO STO-AMOUNT.
           MOVE WS-CARD-DOVIZ-TO  TO STO-DOVIZ-TO.
           MOVE STM-FREQUENCY     TO STO-FREQUENCY.
           MOVE WS-CARD-FIRST-DUE TO STO-NEXT-DUE.
           MOVE WS-CARD-FIRST-DUE (7:2) TO STO-DAY-ANCHOR.
           MOVE WS-CARD-END-DATE  TO STO-END-DATE.
           MOVE 'A' TO STO-STATUS.
       H340-END. EXIT.
      *-----
       H390-REJECT-CARD.
           ADD 1 TO WS-CNT-CARD-REJ.
           MOVE STM-REC TO WS-C-IMAGE.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H390-END. EXIT.
      *-----
      * SECTION 2 - LAST NIGHT'S FAILURES. EVERY PBEG006 REJECT OF A
      * TIPI 4 OR 7 IS LOOKED UP AMONG THE INSTRUCTIONS OF THE SAME
      * ID/DOVIZ; ONE GENERATED FOR THAT PBEG006 RUN WITH THE SAME
      * TYPE, AMOUNT AND TARGET, AND NOT YET MARKED FAILED, IS THE
      * STANDING ORDER THAT BOUNCED. A MATCHING PAYMENT KEYED BY
      * HAND, OR AN OLDER GENERATION, IS NOT TAKEN FOR IT.
      *-----
       H400-REPORT-FAILURES.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 2 - STANDING ORDERS REJECTED LAST NIGHT'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           IF WS-ERR-DATE-KNOWN
              PERFORM H410-READ-ONE-REJECT UNTIL ERR-FILE-EOF
           ELSE
              MOVE SPACES TO RPT-REC
              STRING 'PBEG006 NOT ON RUNCTL - REJECTS NOT MATCHED'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
       H400-END. EXIT.
      *-----
       H410-READ-ONE-REJECT.
           READ ERR-FILE
               AT END
                   SET ERR-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-ERR-READ
                   MOVE ERR-INP-IMAGE TO WS-INP-REC
                   IF (WS-INP-ISLEM-TIPI = '4'
                       OR WS-INP-ISLEM-TIPI = '7')
                      AND WS-INP-ID NUMERIC
                      AND WS-INP-DOVIZ NUMERIC
                      AND FUNCTION TEST-NUMVAL(WS-INP-ADJ-AMOUNT) = 0
                      PERFORM H420-MATCH-REJECT
                   END-IF
           END-READ.
       H410-END. EXIT.
      *-----
       H420-MATCH-REJECT.
           COMPUTE WS-ERR-TIPI = FUNCTION NUMVAL(WS-INP-ISLEM-TIPI).
           COMPUTE WS-ERR-ID = FUNCTION NUMVAL(WS-INP-ID).
           COMPUTE WS-ERR-DOVIZ = FUNCTION NUMVAL(WS-INP-DOVIZ).
           COMPUTE WS-ERR-AMOUNT = FUNCTION NUMVAL(WS-INP-ADJ-AMOUNT).
           MOVE 0 TO WS-ERR-DOVIZ-TO.
           IF WS-ERR-TIPI = 7 AND WS-INP-DOVIZ-TO NUMERIC
              COMPUTE WS-ERR-DOVIZ-TO =
                  FUNCTION NUMVAL(WS-INP-DOVIZ-TO)
           END-IF.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE WS-ERR-ID    TO STO-ID.
           MOVE WS-ERR-DOVIZ TO STO-DOVIZ.
           MOVE 0            TO STO-SEQ.
           START STO-FILE KEY IS NOT LESS THAN STO-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H430-CHECK-NEXT-INSTRUCTION
               UNTIL WS-NO-MORE-RECORDS OR WS-MATCH-FOUND.
           IF WS-MATCH-FOUND
              PERFORM H440-MARK-FAILED
           END-IF.
       H420-END. EXIT.
      *-----
       H430-CHECK-NEXT-INSTRUCTION.
           READ STO-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF STO-ID NOT = WS-ERR-ID
                      OR STO-DOVIZ NOT = WS-ERR-DOVIZ
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF STO-ISLEM-TIPI = WS-ERR-TIPI
                         AND STO-AMOUNT = WS-ERR-AMOUNT
                         AND STO-DOVIZ-TO = WS-ERR-DOVIZ-TO
                         AND STO-LAST-GEN = WS-ERR-RUN-DATE
                         AND STO-LAST-RC = 0
                         SET WS-MATCH-FOUND TO TRUE
                      END-IF
                   END-IF
           END-READ.
       H430-END. EXIT.
      *-----
       H440-MARK-FAILED.
           MOVE ERR-RETURN-CODE TO STO-LAST-RC.
           IF STO-FAIL-COUNT < 999
              ADD 1 TO STO-FAIL-COUNT
           END-IF.
           REWRITE STO-MEMBERS.
           ADD 1 TO WS-CNT-FAILED.
           EVALUATE ERR-RETURN-CODE
               WHEN 24
                   ADD 1 TO WS-CNT-FAIL-LIMIT
               WHEN 20
                   ADD 1 TO WS-CNT-FAIL-BLOCKED
               WHEN 22
                   ADD 1 TO WS-CNT-FAIL-CLOSED
               WHEN OTHER
                   ADD 1 TO WS-CNT-FAIL-OTHER
           END-EVALUATE.
           PERFORM H800-FILL-DETAIL.
           MOVE STO-LAST-GEN TO WS-D-DATE.
           MOVE SPACES TO WS-D-NOTE.
           STRING 'RC ' ERR-RETURN-CODE ' ' ERR-REASON
               DELIMITED BY SIZE INTO WS-D-NOTE.
           PERFORM H810-WRITE-DETAIL.
       H440-END. EXIT.
      *-----
      * SECTION 3 - TONIGHT'S PAYMENTS. ONE SEQUENTIAL SWEEP OF THE
      * MASTER FROM ITS FIRST KEY.
      *-----
       H500-GENERATE-DUE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 3 - PAYMENTS GENERATED FOR PBEG006'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 0 TO STO-ID.
           MOVE 0 TO STO-DOVIZ.
           MOVE 0 TO STO-SEQ.
           START STO-FILE KEY IS NOT LESS THAN STO-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H510-GENERATE-ONE UNTIL WS-NO-MORE-RECORDS.
           MOVE WS-CNT-GENERATED TO WS-GT-COUNT.
           MOVE WS-GEN-HASH TO WS-GT-HASH.
           MOVE WS-GEN-TRAILER TO GEN-BATCH-REC.
           WRITE GEN-BATCH-REC.
       H500-END. EXIT.
      *-----
       H510-GENERATE-ONE.
           READ STO-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-INSTRUCTIONS
                   IF STO-STATUS-ACTIVE
                      AND STO-NEXT-DUE <= WS-BUSINESS-DATE
                      PERFORM H520-DUE-ONE
                   END-IF
           END-READ.
       H510-END. EXIT.
      *-----
       H520-DUE-ONE.
           IF STO-END-DATE NOT = 0 AND STO-NEXT-DUE > STO-END-DATE
              MOVE 'E' TO STO-STATUS
              ADD 1 TO WS-CNT-ENDED
           ELSE
              PERFORM H530-WRITE-PAYMENT
              MOVE WS-BUSINESS-DATE TO STO-LAST-GEN
              MOVE WS-BATCH-NO TO STO-LAST-BATCH
              MOVE 0 TO STO-LAST-RC
              MOVE STO-NEXT-DUE TO WS-DUE-DATE
              PERFORM H600-ADVANCE-ONE
                  UNTIL WS-DUE-DATE > WS-BUSINESS-DATE
              MOVE WS-DUE-DATE TO STO-NEXT-DUE
              IF STO-END-DATE NOT = 0 AND STO-NEXT-DUE > STO-END-DATE
                 MOVE 'E' TO STO-STATUS
                 ADD 1 TO WS-CNT-ENDED
              END-IF
           END-IF.
           REWRITE STO-MEMBERS.
       H520-END. EXIT.
      *-----
      * TIPI 4 CARRIES THE SIGNED AMOUNT AS KEYED; TIPI 7 CARRIES THE
      * POSITIVE DEBIT AND THE TARGET DOVIZ. THE AMOUNT IS WRITTEN
      * RIGHT-JUSTIFIED WITH A LEADING SIGN, WHICH PBEG006'S NUMVAL
      * AND TEST-NUMVAL ACCEPT.
      *-----
       H530-WRITE-PAYMENT.
           MOVE SPACES TO GEN-REC.
           MOVE STO-ISLEM-TIPI TO GEN-ISLEM-TIPI.
           MOVE STO-ID         TO GEN-ID.
           MOVE STO-DOVIZ      TO GEN-DOVIZ.
           MOVE STO-AMOUNT     TO GEN-ADJ-AMOUNT.
           IF STO-ISLEM-TIPI = 7
              MOVE STO-DOVIZ-TO TO WS-CARD-DOVIZ-TO
              MOVE WS-CARD-DOVIZ-TO TO GEN-DOVIZ-TO
           END-IF.
           WRITE GEN-REC.
           ADD 1 TO WS-CNT-GENERATED.
           ADD STO-AMOUNT TO WS-GEN-HASH.
           PERFORM H800-FILL-DETAIL.
           MOVE STO-NEXT-DUE TO WS-D-DATE.
           MOVE 'GENERATED' TO WS-D-NOTE.
           PERFORM H810-WRITE-DETAIL.
       H530-END. EXIT.
      *-----
      * ONE STEP OF THE INSTRUCTION'S FREQUENCY FROM WS-DUE-DATE.
      *-----
       H600-ADVANCE-ONE.
           EVALUATE TRUE
               WHEN STO-FREQ-DAILY
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               WHEN STO-FREQ-WEEKLY
                   COMPUTE WS-DAY-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               WHEN STO-FREQ-MONTHLY
                   MOVE 1 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
               WHEN STO-FREQ-QUARTERLY
                   MOVE 3 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-MONTH-STEP
                   PERFORM H610-ADD-MONTHS
           END-EVALUATE.
       H600-END. EXIT.
      *-----
       H610-ADD-MONTHS.
           COMPUTE WS-MONTH-COUNT =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-MONTH-STEP.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           MOVE WS-MONTH-DAYS (WS-DUE-MM) TO WS-LAST-DAY.
           IF WS-DUE-MM = 2
              AND FUNCTION MOD(WS-DUE-YYYY, 4) = 0
              AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                   OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
              MOVE 29 TO WS-LAST-DAY
           END-IF.
           IF STO-DAY-ANCHOR > WS-LAST-DAY OR STO-DAY-ANCHOR = 0
              MOVE WS-LAST-DAY TO WS-DUE-DD
           ELSE
              MOVE STO-DAY-ANCHOR TO WS-DUE-DD
           END-IF.
       H610-END. EXIT.
      *-----
       H800-FILL-DETAIL.
           MOVE STO-ID TO WS-D-ID.
           MOVE SPACES TO WS-D-DVZ-NAME.
           IF STO-DOVIZ >= 1 AND STO-DOVIZ <= 4
              MOVE WS-DVZ-NAME (STO-DOVIZ) TO WS-D-DVZ-NAME
           END-IF.
           MOVE STO-SEQ TO WS-D-SEQ.
           MOVE STO-ISLEM-TIPI TO WS-D-TIPI.
           MOVE STO-AMOUNT TO WS-D-AMOUNT.
           MOVE SPACES TO WS-D-DVZ-TO.
           IF STO-ISLEM-TIPI = 7
              AND STO-DOVIZ-TO >= 1 AND STO-DOVIZ-TO <= 4
              MOVE WS-DVZ-NAME (STO-DOVIZ-TO) TO WS-D-DVZ-TO
           END-IF.
           MOVE STO-FREQUENCY TO WS-D-FREQ.
       H800-END. EXIT.
      *-----
       H810-WRITE-DETAIL.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       H810-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'MAINTENANCE CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARDS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS ADDED' TO WS-CTL-LABEL.
           MOVE WS-CNT-ADDED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS CHANGED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CHANGED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS CANCELLED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CANCELLED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'MAINTENANCE CARDS REJECTED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARD-REJ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'PBEG006 REJECTS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-ERR-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'STANDING ORDERS FAILED' TO WS-CTL-LABEL.
           MOVE WS-CNT-FAILED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  LIMIT (RC 24)' TO WS-CTL-LABEL.
           MOVE WS-CNT-FAIL-LIMIT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  BLOCKED ACCOUNT (RC 20)' TO WS-CTL-LABEL.
           MOVE WS-CNT-FAIL-BLOCKED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  CLOSED ACCOUNT (RC 22)' TO WS-CTL-LABEL.
           MOVE WS-CNT-FAIL-CLOSED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE '  OTHER REJECTS' TO WS-CTL-LABEL.
           MOVE WS-CNT-FAIL-OTHER TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS ON FILE' TO WS-CTL-LABEL.
           MOVE WS-CNT-INSTRUCTIONS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'PAYMENTS GENERATED' TO WS-CTL-LABEL.
           MOVE WS-CNT-GENERATED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'GENERATED HASH TOTAL' TO WS-CTL-LABEL.
           MOVE WS-GEN-HASH TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'INSTRUCTIONS ENDED' TO WS-CTL-LABEL.
           MOVE WS-CNT-ENDED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF WS-CNT-FAILED > 0 OR WS-CNT-CARD-REJ > 0
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
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG026' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG026 STEP RECORD LOST ON RUNCTL'
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
           CLOSE STO-FILE.
           CLOSE STM-FILE.
           CLOSE ERR-FILE.
           CLOSE GEN-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
