       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG030.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * INBOUND CLEARING-HOUSE PAYMENTS WITH BENEFICIARY MATCHING
      * AND A REPAIR QUEUE
      *
      * RUNS BEFORE PBEG017/PBEG006. READS THE CLEARING HOUSE'S
      * INCOMING PAYMENT FILE (CLRINP) IN ITS OWN LAYOUT AND TURNS
      * EVERY PAYMENT IT CAN PLACE INTO A TIPI 4 CREDIT ON A
      * BATCH-WRAPPED INPFILE (CLRPOST) FOR PBEG006. EACH RUN:
      *
      *   1. APPLIES THE OPERATOR'S REPAIR CARDS (RPQMNT, OPTIONAL)
      *      TO ITEMS LEFT ON THE REPAIR QUEUE BY EARLIER RUNS:
      *      POST THE ITEM TO A NAMED ACCOUNT, OR RETURN IT TO THE
      *      SENDING BANK.
      *   2. MATCHES EACH NEW PAYMENT TO AN IDX-FILE ID/DOVIZ: THE
      *      BENEFICIARY ACCOUNT GIVES THE ID AND THE CURRENCY CODE
      *      THE DOVIZ, AND THE BENEFICIARY NAME MUST CARRY THE
      *      ACCOUNT'S SURNAME AND FIRST NAME (IDX-FILE, OR CSTFILE
      *      WHEN THE CUSTOMER RECORD HOLDS A NEWER SPELLING). WHEN
      *      THE ACCOUNT NUMBER IS WRONG OR NAMES SOMEONE ELSE, THE
      *      LAST WORD OF THE BENEFICIARY NAME IS LOOKED UP ON THE
      *      SURNAME ALTERNATE INDEX; EXACTLY ONE ACCOUNT IN THAT
      *      CURRENCY WHOSE NAMES MATCH IS TAKEN AS THE BENEFICIARY.
      *   3. POSTS THE MATCHED PAYMENTS, QUEUES FOR REPAIR THE ITEMS
      *      THAT CANNOT BE PLACED (NO ACCOUNT, NAME MISMATCH, MORE
      *      THAN ONE CANDIDATE, CLOSED OR BLOCKED ACCOUNT, VALUE
      *      DATE NOT YET REACHED), AND RETURNS AT ONCE THE ITEMS NO
      *      OPERATOR CAN REPAIR (BAD AMOUNT, CURRENCY WE DO NOT
      *      HOLD, NO REFERENCE, REFERENCE ALREADY RECEIVED).
      *   4. POSTS THE ITEMS QUEUED ONLY FOR THEIR VALUE DATE ONCE
      *      THAT DATE IS REACHED, TO THE ACCOUNT MATCHED WHEN THEY
      *      WERE QUEUED, IF IT CAN STILL TAKE THE CREDIT.
      *
      * EVERY ITEM POSTED OR QUEUED IS KEPT ON THE CLEARING REGISTER
      * (RPQFILE, INDEXED ON SENDING BANK AND REFERENCE) WITH ITS
      * STATE: Q ON THE REPAIR QUEUE, P POSTED, R RETURNED FROM THE
      * QUEUE. RETURNS GO TO CLRRET FOR THE OUTBOUND CLEARING RUN.
      * NIGHTLY ORDER: THIS STEP AND PBEG026 FIRST, THEN PBEG017
      * OVER CLRPOST, STOINP AND THE TELLER CAPFILE BATCHES READ AS
      * ONE INPFILE - IT MERGES THEM INTO THE NIGHT'S SINGLE BATCH -
      * THEN PBEG006.
      *
      * THE CONTROL REPORT (CLRRPT) PROVES THAT THE FILE TOTAL
      * EQUALS POSTED PLUS QUEUED PLUS RETURNED, IN COUNT AND
      * AMOUNT, AND LISTS THE QUEUE STILL OPEN. RETURN CODE 4 WHEN
      * ANYTHING IS QUEUED, RETURNED, REJECTED OR STILL OPEN; 8 WHEN
      * THE CONTROL TOTALS DO NOT BALANCE.
      *
      * COMMAND LINE:
      *    POS  1- 8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *    POS 10-17  BATCH NUMBER (DEFAULT 'C' PLUS THE DAY OF
      *               MONTH AND HHMMS, AS PBEG026 DEFAULTS ITS OWN)
      *
      * CLEARING RECORD (CLRINP) LAYOUT:
      *    POS  1- 5  SENDING BANK CODE
      *    POS  6-21  PAYMENT REFERENCE
      *    POS 22-26  BENEFICIARY ACCOUNT (OUR CUSTOMER ID)
      *    POS 27-56  BENEFICIARY NAME (FIRST NAME(S) THEN SURNAME)
      *    POS 57-59  CURRENCY CODE (TRY USD EUR GBP)
      *    POS 60-74  AMOUNT, WHOLE UNITS
      *    POS 75-82  VALUE DATE YYYYMMDD
      *
      * REPAIR CARD (RPQMNT) LAYOUT:
      *    POS  1     ACTION  P=POST  R=RETURN TO SENDER
      *    POS  2- 6  SENDING BANK CODE  POS 7-22 PAYMENT REFERENCE
      *    POS 23-27  ACCOUNT ID TO POST TO (P; BLANK = THE ACCOUNT
      *               ON THE PAYMENT)
      *    POS 28-57  RETURN REASON (R; BLANK = THE QUEUE REASON)
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE ASSIGN TO CLRINP
                           STATUS CHECK-FILE-CLR.
           SELECT OPTIONAL RPM-FILE ASSIGN TO RPQMNT
                           STATUS CHECK-FILE-RPM.
           SELECT OPTIONAL RPQ-FILE ASSIGN TO RPQFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY RPQ-KEY
                           STATUS CHECK-FILE-RPQ.
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
           SELECT GEN-FILE ASSIGN TO CLRPOST
                           STATUS CHECK-FILE-GEN.
           SELECT RET-FILE ASSIGN TO CLRRET
                           STATUS CHECK-FILE-RET.
           SELECT RPT-FILE ASSIGN TO CLRRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLR-FILE RECORDING MODE F.
         01  CLR-REC.
           05 CLR-SENDER-BANK        PIC X(05).
           05 CLR-REFERENCE          PIC X(16).
           05 CLR-BENEF-ACCOUNT      PIC X(05).
           05 CLR-BENEF-NAME         PIC X(30).
           05 CLR-CURRENCY           PIC X(03).
           05 CLR-AMOUNT             PIC X(15).
           05 CLR-VALUE-DATE         PIC X(08).
       FD  RPM-FILE RECORDING MODE F.
         01  RPM-REC.
           05 RPM-ACTION             PIC X(01).
           05 RPM-SENDER-BANK        PIC X(05).
           05 RPM-REFERENCE          PIC X(16).
           05 RPM-ACCOUNT            PIC X(05).
           05 RPM-REASON             PIC X(30).
      *    CLEARING REGISTER AND REPAIR QUEUE: ONE RECORD PER ITEM
      *    POSTED OR QUEUED, WITH THE ORIGINAL CLEARING IMAGE.
       FD  RPQ-FILE.
         01 RPQ-MEMBERS.
           05 RPQ-KEY.
             10 RPQ-SENDER-BANK      PIC X(05).
             10 RPQ-REFERENCE        PIC X(16).
           05 RPQ-CLR-IMAGE          PIC X(82).
           05 RPQ-DOVIZ              PIC S9(3)  COMP.
           05 RPQ-AMOUNT             PIC S9(15) COMP-3.
           05 RPQ-REASON-CODE        PIC X(02).
           05 RPQ-REASON             PIC X(30).
           05 RPQ-STATUS             PIC X(01).
              88 RPQ-STATUS-QUEUED               VALUE 'Q'.
              88 RPQ-STATUS-POSTED               VALUE 'P'.
              88 RPQ-STATUS-RETURNED             VALUE 'R'.
           05 RPQ-RECEIVED-DATE      PIC S9(8)  COMP-3.
           05 RPQ-CLOSED-DATE        PIC S9(8)  COMP-3.
           05 RPQ-POSTED-ID          PIC S9(5)  COMP-3.
           05 RPQ-BATCH-NO           PIC X(08).
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
      *    RETURN TO SENDER: THE ORIGINAL CLEARING IMAGE AND WHY.
       FD  RET-FILE RECORDING MODE F.
         01  RET-REC.
           05 RET-CLR-IMAGE          PIC X(82).
           05 RET-REASON-CODE        PIC X(02).
           05 RET-REASON             PIC X(30).
           05 RET-DATE               PIC 9(08).
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
           05 CHECK-FILE-CLR         PIC 9(2).
              88 CLR-FILE-EOF                     VALUE 10.
              88 CLR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RPM         PIC 9(2).
              88 RPM-FILE-EOF                     VALUE 10.
              88 RPM-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RPQ         PIC 9(2).
              88 RPQ-FILE-EOF                     VALUE 10.
              88 RPQ-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-CST         PIC 9(2).
              88 CST-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-GEN         PIC 9(2).
              88 GEN-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-RET         PIC 9(2).
              88 RET-FILE-SUCCESS                 VALUE 00 97.
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
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
      *    THE CLEARING HOUSE SENDS THE THREE-LETTER CODE.
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-DVZ-SUB                PIC 9(03).
      *    ONE PAYMENT BEING PLACED.
       01  WS-ITEM-AREA.
           05 WS-ITEM-AMOUNT         PIC S9(15) COMP-3.
           05 WS-ITEM-DOVIZ          PIC 9(03).
           05 WS-ITEM-ID             PIC 9(05).
           05 WS-ITEM-VALUE-DATE     PIC 9(08).
           05 WS-ITEM-STATE          PIC X(01).
              88 WS-ITEM-POST                    VALUE 'P'.
              88 WS-ITEM-QUEUE                   VALUE 'Q'.
              88 WS-ITEM-RETURN                  VALUE 'R'.
           05 WS-ITEM-REASON-CODE    PIC X(02).
           05 WS-ITEM-REASON         PIC X(30).
           05 WS-ITEM-VIA-SURNAME    PIC X(01).
              88 WS-ITEM-REPAIRED                VALUE 'Y'.
      *    BENEFICIARY MATCHING.
       01  WS-MATCH-AREA.
           05 WS-ACCT-SWITCH         PIC X(01).
              88 WS-ACCT-FOUND                   VALUE 'Y'.
              88 WS-ACCT-NOT-FOUND               VALUE 'N'.
           05 WS-NAME-SWITCH         PIC X(01).
              88 WS-NAME-OK                      VALUE 'Y'.
              88 WS-NAME-NOT-OK                  VALUE 'N'.
           05 WS-MORE-SWITCH         PIC X(01).
              88 WS-NO-MORE-RECORDS              VALUE 'N'.
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-CHK-NAME            PIC X(15).
           05 WS-CHK-SURNAME         PIC X(15).
           05 WS-KEY-SURNAME         PIC X(15).
           05 WS-CAND-COUNT          PIC 9(03).
           05 WS-CAND-ID             PIC 9(05).
           05 WS-CAND-STATUS         PIC X(01).
           05 WS-ACCT-STATUS         PIC X(01).
              88 WS-ACCT-BLOCKED                 VALUE 'B'.
              88 WS-ACCT-CLOSED                  VALUE 'C'.
           05 WS-TALLY-NAME          PIC 9(03).
           05 WS-TALLY-SURNAME       PIC 9(03).
      *    NAME SCANNING: LENGTH UP TO THE LAST NON-SPACE CHARACTER,
      *    AND THE LAST SPACE BEFORE IT, AS PBEG015 H250 SCANS.
       01  WS-SCAN-AREA.
           05 WS-SCAN-FIELD          PIC X(30).
           05 WS-SCAN-SUB            PIC 9(03).
           05 WS-SCAN-LENGTH         PIC 9(03).
           05 WS-SCAN-LAST-SPACE     PIC 9(03).
           05 WS-WORD-LENGTH         PIC 9(03).
           05 WS-SURNAME-LENGTH      PIC 9(03).
           05 WS-NAME-LENGTH         PIC 9(03).
      *    THE BENEFICIARY NAME AND THE NAME SOUGHT IN IT, EACH WITH
      *    A SPACE EITHER SIDE, SO ONLY WHOLE WORDS MATCH.
           05 WS-BENEF-WORDS         PIC X(32).
           05 WS-SEEK-WORDS          PIC X(17).
      *    EDITED REPAIR CARD.
       01  WS-CARD-AREA.
           05 WS-CARD-SWITCH         PIC X(01).
              88 WS-CARD-VALID                   VALUE 'Y'.
              88 WS-CARD-INVALID                 VALUE 'N'.
           05 WS-CARD-REASON         PIC X(30).
      *    ACCOUNT A QUEUED ITEM IS POSTED TO, FROM THE REPAIR CARD OR
      *    FROM THE MATCH MADE WHEN A VALUE-DATED ITEM WAS QUEUED.
           05 WS-REPAIR-ACCOUNT      PIC X(05).
           05 WS-RELEASE-ID          PIC 9(05).
           05 WS-POST-NOTE           PIC X(30).
      *    WORK IMAGE OF A QUEUED ITEM'S ORIGINAL CLEARING RECORD.
       01  WS-CLR-IMAGE.
           05 WS-CLR-SENDER-BANK     PIC X(05).
           05 WS-CLR-REFERENCE       PIC X(16).
           05 WS-CLR-BENEF-ACCOUNT   PIC X(05).
           05 WS-CLR-BENEF-NAME      PIC X(30).
           05 WS-CLR-CURRENCY        PIC X(03).
           05 WS-CLR-AMOUNT          PIC X(15).
           05 WS-CLR-VALUE-DATE      PIC X(08).
       01  WS-CONTROL-COUNTERS.
           05 WS-CNT-FILE            PIC 9(07)  VALUE 0.
           05 WS-AMT-FILE            PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-POSTED          PIC 9(07)  VALUE 0.
           05 WS-AMT-POSTED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-REPAIRED        PIC 9(07)  VALUE 0.
           05 WS-CNT-QUEUED          PIC 9(07)  VALUE 0.
           05 WS-AMT-QUEUED          PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-RETURNED        PIC 9(07)  VALUE 0.
           05 WS-AMT-RETURNED        PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-DIFF            PIC S9(07) VALUE 0.
           05 WS-AMT-DIFF            PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-CARDS           PIC 9(07)  VALUE 0.
           05 WS-CNT-CARD-REJ        PIC 9(07)  VALUE 0.
           05 WS-CNT-Q-POSTED        PIC 9(07)  VALUE 0.
           05 WS-AMT-Q-POSTED        PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-Q-RETURNED      PIC 9(07)  VALUE 0.
           05 WS-AMT-Q-RETURNED      PIC S9(15) COMP-3 VALUE 0.
           05 WS-CNT-Q-OPEN          PIC 9(07)  VALUE 0.
           05 WS-AMT-Q-OPEN          PIC S9(15) COMP-3 VALUE 0.
       01  WS-CARD-LINE.
           05 FILLER                 PIC X(05)  VALUE 'CARD '.
           05 WS-C-IMAGE             PIC X(27).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-C-REASON            PIC X(30).
       01  WS-DETAIL-LINE.
           05 WS-D-STATE             PIC X(01).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-BANK              PIC X(05).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-REFERENCE         PIC X(16).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-ACCOUNT           PIC X(05).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-CURRENCY          PIC X(03).
           05 WS-D-AMOUNT            PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-NOTE              PIC X(30).
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL           PIC X(30).
           05 WS-CTL-VALUE           PIC -(14)9.
       01  WS-CTL-PAIR-LINE.
           05 WS-CTP-LABEL           PIC X(24).
           05 WS-CTP-COUNT           PIC -(6)9.
           05 FILLER                 PIC X(02)  VALUE SPACES.
           05 WS-CTP-AMOUNT          PIC -(14)9.
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
           PERFORM H300-APPLY-REPAIRS.
           PERFORM H400-PLACE-PAYMENTS.
           PERFORM H500-LIST-OPEN-QUEUE.
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
           MOVE 'PBEG030' TO RCT-STEP.
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
           MOVE 'PBEG030' TO RCT-STEP.
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
           DISPLAY 'PBEG030 NOT STARTED: ' WS-RCT-REFUSE-REASON.
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
                 DISPLAY 'PBEG030 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           IF WS-CMDLINE (10:8) NOT = SPACES
              MOVE WS-CMDLINE (10:8) TO WS-BATCH-NO
           ELSE
              MOVE 'C' TO WS-BATCH-NO (1:1)
              MOVE WS-TODAY (7:2) TO WS-BATCH-NO (2:2)
              MOVE WS-TIME-RAW (1:5) TO WS-BATCH-NO (4:5)
           END-IF.
           OPEN INPUT  CLR-FILE.
           OPEN INPUT  RPM-FILE.
           OPEN I-O    RPQ-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CST-FILE.
           OPEN OUTPUT GEN-FILE.
           OPEN OUTPUT RET-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-CLR NOT = 97) AND (CHECK-FILE-CLR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CLR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPM NOT = 97) AND (CHECK-FILE-RPM NOT = 0)
      -       AND (CHECK-FILE-RPM NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPM
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RPQ NOT = 97) AND (CHECK-FILE-RPQ NOT = 0)
      -       AND (CHECK-FILE-RPQ NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RPQ
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND
      -       (CHECK-FILE-INDEX NOT = 0)
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
           IF (CHECK-FILE-GEN NOT = 97) AND (CHECK-FILE-GEN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-GEN
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RET NOT = 97) AND (CHECK-FILE-RET NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RET
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
           STRING 'INBOUND CLEARING RUN - PBEG030  BUSINESS DATE '
                  WS-BUSINESS-DATE '  BATCH ' WS-BATCH-NO
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-BATCH-NO TO WS-GH-BATCH-NO.
           MOVE WS-BUSINESS-DATE TO WS-GH-DATE.
           MOVE WS-GEN-HEADER TO GEN-BATCH-REC.
           WRITE GEN-BATCH-REC.
       H200-END. EXIT.
      *-----
      * SECTION 1 - REPAIR CARDS. A POSTED ITEM GOES ON TONIGHT'S
      * BATCH; A RETURNED ITEM GOES TO CLRRET.
      *-----
       H300-APPLY-REPAIRS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 1 - REPAIR QUEUE ACTIONS'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H310-READ-ONE-CARD UNTIL RPM-FILE-EOF.
       H300-END. EXIT.
      *-----
       H310-READ-ONE-CARD.
           READ RPM-FILE
               AT END
                   SET RPM-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
                   PERFORM H320-EDIT-CARD
                   IF WS-CARD-VALID
                      IF RPM-ACTION = 'P'
                         MOVE 'KUYRUKTAN HESABA AKTARILDI'
                             TO WS-POST-NOTE
                         PERFORM H330-POST-QUEUED-ITEM
                      ELSE
                         PERFORM H340-RETURN-QUEUED-ITEM
                      END-IF
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
           IF RPM-ACTION NOT = 'P' AND RPM-ACTION NOT = 'R'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'GECERSIZ ISLEM KODU' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID
              MOVE RPM-SENDER-BANK TO RPQ-SENDER-BANK
              MOVE RPM-REFERENCE TO RPQ-REFERENCE
              READ RPQ-FILE KEY IS RPQ-KEY
                  INVALID KEY
                      SET WS-CARD-INVALID TO TRUE
                      MOVE 'KUYRUKTA KAYIT YOK' TO WS-CARD-REASON
              END-READ
           END-IF.
           IF WS-CARD-VALID AND NOT RPQ-STATUS-QUEUED
              SET WS-CARD-INVALID TO TRUE
              MOVE 'KAYIT ZATEN KAPALI' TO WS-CARD-REASON
           END-IF.
           IF WS-CARD-VALID AND RPM-ACTION = 'P'
              MOVE RPQ-CLR-IMAGE TO WS-CLR-IMAGE
              MOVE RPM-ACCOUNT TO WS-REPAIR-ACCOUNT
              IF WS-REPAIR-ACCOUNT = SPACES
                 MOVE WS-CLR-BENEF-ACCOUNT TO WS-REPAIR-ACCOUNT
              END-IF
              IF WS-REPAIR-ACCOUNT NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'GECERSIZ MUSTERI NO' TO WS-CARD-REASON
              ELSE
                 PERFORM H325-CHECK-REPAIR-ACCOUNT
              END-IF
           END-IF.
       H320-END. EXIT.
      *-----
      * THE OPERATOR HAS CONFIRMED THE BENEFICIARY; THE ACCOUNT
      * MUST STILL EXIST IN THE PAYMENT'S CURRENCY AND BE ABLE TO
      * TAKE A CREDIT IN PBEG006.
      *-----
       H325-CHECK-REPAIR-ACCOUNT.
           COMPUTE IDX-FILE-ID = FUNCTION NUMVAL(WS-REPAIR-ACCOUNT).
           MOVE RPQ-DOVIZ TO IDX-FILE-DOVIZ.
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   SET WS-CARD-INVALID TO TRUE
                   MOVE 'HESAP BULUNAMADI' TO WS-CARD-REASON
           END-READ.
           IF WS-CARD-VALID
              IF IDX-STATUS-CLOSED
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'HESAP KAPALI' TO WS-CARD-REASON
              END-IF
              IF IDX-STATUS-BLOCKED
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'HESAP BLOKELI' TO WS-CARD-REASON
              END-IF
           END-IF.
       H325-END. EXIT.
      *-----
       H330-POST-QUEUED-ITEM.
           MOVE IDX-FILE-ID TO WS-ITEM-ID.
           MOVE RPQ-DOVIZ TO WS-ITEM-DOVIZ.
           MOVE RPQ-AMOUNT TO WS-ITEM-AMOUNT.
           PERFORM H700-WRITE-CREDIT.
           SET RPQ-STATUS-POSTED TO TRUE.
           MOVE WS-BUSINESS-DATE TO RPQ-CLOSED-DATE.
           MOVE WS-ITEM-ID TO RPQ-POSTED-ID.
           MOVE WS-BATCH-NO TO RPQ-BATCH-NO.
           REWRITE RPQ-MEMBERS.
           ADD 1 TO WS-CNT-Q-POSTED.
           ADD RPQ-AMOUNT TO WS-AMT-Q-POSTED.
           MOVE 'P' TO WS-D-STATE.
           MOVE WS-REPAIR-ACCOUNT TO WS-D-ACCOUNT.
           MOVE WS-POST-NOTE TO WS-D-NOTE.
           PERFORM H380-WRITE-QUEUE-DETAIL.
       H330-END. EXIT.
      *-----
       H340-RETURN-QUEUED-ITEM.
           IF RPM-REASON NOT = SPACES
              MOVE 'OP' TO RPQ-REASON-CODE
              MOVE RPM-REASON TO RPQ-REASON
           END-IF.
           MOVE RPQ-CLR-IMAGE TO RET-CLR-IMAGE.
           MOVE RPQ-REASON-CODE TO RET-REASON-CODE.
           MOVE RPQ-REASON TO RET-REASON.
           MOVE WS-BUSINESS-DATE TO RET-DATE.
           WRITE RET-REC.
           SET RPQ-STATUS-RETURNED TO TRUE.
           MOVE WS-BUSINESS-DATE TO RPQ-CLOSED-DATE.
           REWRITE RPQ-MEMBERS.
           ADD 1 TO WS-CNT-Q-RETURNED.
           ADD RPQ-AMOUNT TO WS-AMT-Q-RETURNED.
           MOVE RPQ-CLR-IMAGE TO WS-CLR-IMAGE.
           MOVE 'R' TO WS-D-STATE.
           MOVE WS-CLR-BENEF-ACCOUNT TO WS-D-ACCOUNT.
           MOVE RPQ-REASON TO WS-D-NOTE.
           PERFORM H380-WRITE-QUEUE-DETAIL.
       H340-END. EXIT.
      *-----
       H380-WRITE-QUEUE-DETAIL.
           MOVE RPQ-SENDER-BANK TO WS-D-BANK.
           MOVE RPQ-REFERENCE TO WS-D-REFERENCE.
           MOVE WS-DVZ-NAME (RPQ-DOVIZ) TO WS-D-CURRENCY.
           MOVE RPQ-AMOUNT TO WS-D-AMOUNT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       H380-END. EXIT.
      *-----
       H390-REJECT-CARD.
           ADD 1 TO WS-CNT-CARD-REJ.
           MOVE RPM-REC TO WS-C-IMAGE.
           MOVE WS-CARD-REASON TO WS-C-REASON.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CARD-LINE TO RPT-REC.
           WRITE RPT-REC.
       H390-END. EXIT.
      *-----
      * SECTION 2 - TONIGHT'S CLEARING FILE. POSTED ITEMS ARE ONLY
      * LISTED WHEN THE ACCOUNT WAS FOUND THROUGH THE SURNAME INDEX.
      *-----
       H400-PLACE-PAYMENTS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 2 - INBOUND PAYMENTS QUEUED, RETURNED OR '
                  'REPAIRED' DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           PERFORM H410-READ-ONE-PAYMENT UNTIL CLR-FILE-EOF.
       H400-END. EXIT.
      *-----
       H410-READ-ONE-PAYMENT.
           READ CLR-FILE
               AT END
                   SET CLR-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CNT-FILE
                   PERFORM H420-EDIT-PAYMENT
                   IF WS-ITEM-POST
                      PERFORM H430-MATCH-BENEFICIARY
                   END-IF
                   PERFORM H480-RECORD-OUTCOME
           END-READ.
       H410-END. EXIT.
      *-----
      * ITEMS NO OPERATOR COULD REPAIR ARE RETURNED STRAIGHT AWAY. A
      * NON-NUMERIC AMOUNT COUNTS AS ZERO IN THE FILE TOTAL.
      *-----
       H420-EDIT-PAYMENT.
           SET WS-ITEM-POST TO TRUE.
           MOVE SPACES TO WS-ITEM-REASON-CODE WS-ITEM-REASON.
           MOVE 'N' TO WS-ITEM-VIA-SURNAME.
           MOVE 0 TO WS-ITEM-AMOUNT WS-ITEM-DOVIZ WS-ITEM-ID.
           IF FUNCTION TEST-NUMVAL(CLR-AMOUNT) = 0
              COMPUTE WS-ITEM-AMOUNT = FUNCTION NUMVAL(CLR-AMOUNT)
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-AMT-FILE.
           IF WS-ITEM-AMOUNT NOT > 0
              SET WS-ITEM-RETURN TO TRUE
              MOVE 'TA' TO WS-ITEM-REASON-CODE
              MOVE 'GECERSIZ TUTAR' TO WS-ITEM-REASON
           END-IF.
           IF WS-ITEM-POST
              PERFORM H425-FIND-CURRENCY
                  VARYING WS-DVZ-SUB FROM 1 BY 1
                  UNTIL WS-DVZ-SUB > 4
              IF WS-ITEM-DOVIZ = 0
                 SET WS-ITEM-RETURN TO TRUE
                 MOVE 'DV' TO WS-ITEM-REASON-CODE
                 MOVE 'TANIMSIZ PARA BIRIMI' TO WS-ITEM-REASON
              END-IF
           END-IF.
           IF WS-ITEM-POST
              AND (CLR-SENDER-BANK = SPACES OR CLR-REFERENCE = SPACES)
              SET WS-ITEM-RETURN TO TRUE
              MOVE 'RF' TO WS-ITEM-REASON-CODE
              MOVE 'REFERANS EKSIK' TO WS-ITEM-REASON
           END-IF.
           IF WS-ITEM-POST
              MOVE CLR-SENDER-BANK TO RPQ-SENDER-BANK
              MOVE CLR-REFERENCE TO RPQ-REFERENCE
              READ RPQ-FILE KEY IS RPQ-KEY
                  NOT INVALID KEY
                      SET WS-ITEM-RETURN TO TRUE
                      MOVE 'MK' TO WS-ITEM-REASON-CODE
                      MOVE 'MUKERRER REFERANS' TO WS-ITEM-REASON
              END-READ
           END-IF.
       H420-END. EXIT.
      *-----
       H425-FIND-CURRENCY.
           IF CLR-CURRENCY = WS-DVZ-NAME (WS-DVZ-SUB)
              MOVE WS-DVZ-SUB TO WS-ITEM-DOVIZ
           END-IF.
       H425-END. EXIT.
      *-----
      * THE ACCOUNT NUMBER ON THE PAYMENT FIRST; THE SURNAME INDEX
      * WHEN THAT ACCOUNT IS MISSING OR BELONGS TO SOMEONE ELSE.
      *-----
       H430-MATCH-BENEFICIARY.
           SET WS-ACCT-NOT-FOUND TO TRUE.
           SET WS-NAME-NOT-OK TO TRUE.
           IF CLR-BENEF-ACCOUNT NUMERIC
              COMPUTE IDX-FILE-ID = FUNCTION NUMVAL(CLR-BENEF-ACCOUNT)
              MOVE WS-ITEM-DOVIZ TO IDX-FILE-DOVIZ
              READ IDX-FILE KEY IS IDX-FILE-KEY
                  INVALID KEY
                      SET WS-ACCT-NOT-FOUND TO TRUE
                  NOT INVALID KEY
                      SET WS-ACCT-FOUND TO TRUE
              END-READ
           END-IF.
           IF WS-ACCT-FOUND
              MOVE IDX-FILE-ID TO WS-ITEM-ID
              MOVE IDX-FILE-STATUS TO WS-ACCT-STATUS
              MOVE IDX-FILE-NAME TO WS-CHK-NAME
              MOVE IDX-FILE-SURNAME TO WS-CHK-SURNAME
              PERFORM H600-CHECK-NAME
              IF WS-NAME-NOT-OK
                 PERFORM H440-CHECK-CUSTOMER-NAME
              END-IF
           END-IF.
           IF WS-NAME-NOT-OK
              PERFORM H450-SEARCH-BY-SURNAME
              EVALUATE TRUE
                  WHEN WS-CAND-COUNT = 1
                      MOVE WS-CAND-ID TO WS-ITEM-ID
                      MOVE WS-CAND-STATUS TO WS-ACCT-STATUS
                      SET WS-NAME-OK TO TRUE
                      SET WS-ITEM-REPAIRED TO TRUE
                  WHEN WS-CAND-COUNT > 1
                      SET WS-ITEM-QUEUE TO TRUE
                      MOVE 'CA' TO WS-ITEM-REASON-CODE
                      MOVE 'BIRDEN FAZLA ADAY HESAP'
                          TO WS-ITEM-REASON
                  WHEN WS-ACCT-FOUND
                      SET WS-ITEM-QUEUE TO TRUE
                      MOVE 'NM' TO WS-ITEM-REASON-CODE
                      MOVE 'ALICI ADI UYUSMUYOR' TO WS-ITEM-REASON
                  WHEN OTHER
                      SET WS-ITEM-QUEUE TO TRUE
                      MOVE 'NF' TO WS-ITEM-REASON-CODE
                      MOVE 'ALICI HESAP BULUNAMADI' TO WS-ITEM-REASON
              END-EVALUATE
           END-IF.
           IF WS-ITEM-POST AND WS-ACCT-CLOSED
              SET WS-ITEM-QUEUE TO TRUE
              MOVE 'CL' TO WS-ITEM-REASON-CODE
              MOVE 'HESAP KAPALI' TO WS-ITEM-REASON
           END-IF.
           IF WS-ITEM-POST AND WS-ACCT-BLOCKED
              SET WS-ITEM-QUEUE TO TRUE
              MOVE 'BL' TO WS-ITEM-REASON-CODE
              MOVE 'HESAP BLOKELI' TO WS-ITEM-REASON
           END-IF.
           IF WS-ITEM-POST AND CLR-VALUE-DATE NUMERIC
              MOVE CLR-VALUE-DATE TO WS-ITEM-VALUE-DATE
              IF WS-ITEM-VALUE-DATE > WS-BUSINESS-DATE
                 SET WS-ITEM-QUEUE TO TRUE
                 MOVE 'FV' TO WS-ITEM-REASON-CODE
                 MOVE 'ILERI VALORLU ODEME' TO WS-ITEM-REASON
              END-IF
           END-IF.
       H430-END. EXIT.
      *-----
      * THE CUSTOMER RECORD MAY CARRY A NEWER SPELLING THAN THE
      * ACCOUNT RECORD.
      *-----
       H440-CHECK-CUSTOMER-NAME.
           MOVE IDX-FILE-ID TO CST-ID.
           READ CST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CST-NAME TO WS-CHK-NAME
                   MOVE CST-SURNAME TO WS-CHK-SURNAME
                   PERFORM H600-CHECK-NAME
           END-READ.
       H440-END. EXIT.
      *-----
      * THE LAST WORD OF THE BENEFICIARY NAME IS TAKEN AS THE
      * SURNAME AND BROWSED ON THE ALTERNATE INDEX. ONLY ACCOUNTS IN
      * THE PAYMENT'S CURRENCY WHOSE NAMES MATCH ARE CANDIDATES.
      *-----
       H450-SEARCH-BY-SURNAME.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE CLR-BENEF-NAME TO WS-SCAN-FIELD.
           PERFORM H610-SCAN-LENGTH.
           IF WS-SCAN-LENGTH > 0
              COMPUTE WS-WORD-LENGTH =
                  WS-SCAN-LENGTH - WS-SCAN-LAST-SPACE
              IF WS-WORD-LENGTH > 15
                 MOVE 15 TO WS-WORD-LENGTH
              END-IF
              MOVE SPACES TO WS-KEY-SURNAME
              MOVE CLR-BENEF-NAME (WS-SCAN-LAST-SPACE + 1:
                                   WS-WORD-LENGTH)
                  TO WS-KEY-SURNAME
              MOVE WS-KEY-SURNAME TO IDX-FILE-SURNAME
              START IDX-FILE KEY IS EQUAL TO IDX-FILE-SURNAME
                  INVALID KEY
                      SET WS-NO-MORE-RECORDS TO TRUE
                  NOT INVALID KEY
                      SET WS-HAS-MORE-RECORDS TO TRUE
              END-START
              PERFORM H460-READ-NEXT-CANDIDATE
                  UNTIL WS-NO-MORE-RECORDS
           END-IF.
       H450-END. EXIT.
      *-----
       H460-READ-NEXT-CANDIDATE.
           READ IDX-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF IDX-FILE-SURNAME NOT = WS-KEY-SURNAME
                      SET WS-NO-MORE-RECORDS TO TRUE
                   ELSE
                      IF IDX-FILE-DOVIZ = WS-ITEM-DOVIZ
                         MOVE IDX-FILE-NAME TO WS-CHK-NAME
                         MOVE IDX-FILE-SURNAME TO WS-CHK-SURNAME
                         PERFORM H600-CHECK-NAME
                         IF WS-NAME-OK
                            ADD 1 TO WS-CAND-COUNT
                            MOVE IDX-FILE-ID TO WS-CAND-ID
                            MOVE IDX-FILE-STATUS TO WS-CAND-STATUS
                         END-IF
                      END-IF
                   END-IF
           END-READ.
       H460-END. EXIT.
      *-----
       H480-RECORD-OUTCOME.
           MOVE CLR-SENDER-BANK TO WS-D-BANK.
           MOVE CLR-REFERENCE TO WS-D-REFERENCE.
           MOVE CLR-BENEF-ACCOUNT TO WS-D-ACCOUNT.
           MOVE CLR-CURRENCY TO WS-D-CURRENCY.
           MOVE WS-ITEM-AMOUNT TO WS-D-AMOUNT.
           MOVE WS-ITEM-REASON TO WS-D-NOTE.
           MOVE WS-ITEM-STATE TO WS-D-STATE.
           EVALUATE TRUE
               WHEN WS-ITEM-POST
                   PERFORM H700-WRITE-CREDIT
                   PERFORM H490-REGISTER-ITEM
                   ADD 1 TO WS-CNT-POSTED
                   ADD WS-ITEM-AMOUNT TO WS-AMT-POSTED
                   IF WS-ITEM-REPAIRED
                      ADD 1 TO WS-CNT-REPAIRED
                      MOVE SPACES TO WS-D-NOTE
                      STRING 'SOYADI ILE BULUNDU: ' WS-ITEM-ID
                          DELIMITED BY SIZE INTO WS-D-NOTE
                      MOVE SPACES TO RPT-REC
                      MOVE WS-DETAIL-LINE TO RPT-REC
                      WRITE RPT-REC
                   END-IF
               WHEN WS-ITEM-QUEUE
                   PERFORM H490-REGISTER-ITEM
                   ADD 1 TO WS-CNT-QUEUED
                   ADD WS-ITEM-AMOUNT TO WS-AMT-QUEUED
                   MOVE SPACES TO RPT-REC
                   MOVE WS-DETAIL-LINE TO RPT-REC
                   WRITE RPT-REC
               WHEN OTHER
      *            NOT REGISTERED: A DUPLICATE IS ALREADY THERE UNDER
      *            THE FIRST ITEM, AND A CORRECTED RESEND OF A BAD
      *            ITEM MUST BE ACCEPTED UNDER THE SAME REFERENCE.
                   MOVE CLR-REC TO RET-CLR-IMAGE
                   MOVE WS-ITEM-REASON-CODE TO RET-REASON-CODE
                   MOVE WS-ITEM-REASON TO RET-REASON
                   MOVE WS-BUSINESS-DATE TO RET-DATE
                   WRITE RET-REC
                   ADD 1 TO WS-CNT-RETURNED
                   ADD WS-ITEM-AMOUNT TO WS-AMT-RETURNED
                   MOVE SPACES TO RPT-REC
                   MOVE WS-DETAIL-LINE TO RPT-REC
                   WRITE RPT-REC
           END-EVALUATE.
       H480-END. EXIT.
      *-----
       H490-REGISTER-ITEM.
           MOVE CLR-SENDER-BANK TO RPQ-SENDER-BANK.
           MOVE CLR-REFERENCE TO RPQ-REFERENCE.
           MOVE CLR-REC TO RPQ-CLR-IMAGE.
           MOVE WS-ITEM-DOVIZ TO RPQ-DOVIZ.
           MOVE WS-ITEM-AMOUNT TO RPQ-AMOUNT.
           MOVE WS-ITEM-REASON-CODE TO RPQ-REASON-CODE.
           MOVE WS-ITEM-REASON TO RPQ-REASON.
           MOVE WS-ITEM-STATE TO RPQ-STATUS.
           MOVE WS-BUSINESS-DATE TO RPQ-RECEIVED-DATE.
           MOVE 0 TO RPQ-CLOSED-DATE.
           MOVE WS-ITEM-ID TO RPQ-POSTED-ID.
           MOVE SPACES TO RPQ-BATCH-NO.
           IF NOT WS-ITEM-QUEUE
              MOVE WS-BUSINESS-DATE TO RPQ-CLOSED-DATE
           END-IF.
           IF WS-ITEM-POST
              MOVE WS-BATCH-NO TO RPQ-BATCH-NO
           END-IF.
           WRITE RPQ-MEMBERS
               INVALID KEY
                   DISPLAY 'PBEG030 REGISTER WRITE FAILED: '
                       RPQ-SENDER-BANK ' ' RPQ-REFERENCE
           END-WRITE.
       H490-END. EXIT.
      *-----
      * SECTIONS 3 AND 4 - VALUE-DATED ITEMS NOW DUE, THEN THE ITEMS
      * STILL WAITING FOR THE OPERATOR.
      *-----
       H500-LIST-OPEN-QUEUE.
           PERFORM H520-RELEASE-VALUE-DATED.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 4 - OPEN REPAIR QUEUE'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE LOW-VALUES TO RPQ-KEY.
           START RPQ-FILE KEY IS NOT LESS THAN RPQ-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H510-READ-NEXT-QUEUED UNTIL WS-NO-MORE-RECORDS.
       H500-END. EXIT.
      *-----
       H510-READ-NEXT-QUEUED.
           READ RPQ-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RPQ-STATUS-QUEUED
                      ADD 1 TO WS-CNT-Q-OPEN
                      ADD RPQ-AMOUNT TO WS-AMT-Q-OPEN
                      MOVE RPQ-CLR-IMAGE TO WS-CLR-IMAGE
                      MOVE 'Q' TO WS-D-STATE
                      MOVE WS-CLR-BENEF-ACCOUNT TO WS-D-ACCOUNT
                      MOVE RPQ-REASON TO WS-D-NOTE
                      PERFORM H380-WRITE-QUEUE-DETAIL
                   END-IF
           END-READ.
       H510-END. EXIT.
      *-----
      * AN ITEM QUEUED ONLY FOR ITS FUTURE VALUE DATE ('FV') WAS
      * ALREADY MATCHED TO ITS ACCOUNT. ONCE THE DATE IS REACHED IT
      * IS POSTED THERE, PROVIDED THE ACCOUNT CAN STILL TAKE THE
      * CREDIT; OTHERWISE IT STAYS ON THE QUEUE FOR THE OPERATOR
      * UNDER THE ACCOUNT'S REASON.
      *-----
       H520-RELEASE-VALUE-DATED.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'SECTION 3 - VALUE DATE REACHED'
               DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE LOW-VALUES TO RPQ-KEY.
           START RPQ-FILE KEY IS NOT LESS THAN RPQ-KEY
               INVALID KEY
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT INVALID KEY
                   SET WS-HAS-MORE-RECORDS TO TRUE
           END-START.
           PERFORM H530-READ-NEXT-VALUE-DATED
               UNTIL WS-NO-MORE-RECORDS.
       H520-END. EXIT.
      *-----
       H530-READ-NEXT-VALUE-DATED.
           READ RPQ-FILE NEXT RECORD
               AT END
                   SET WS-NO-MORE-RECORDS TO TRUE
               NOT AT END
                   IF RPQ-STATUS-QUEUED AND RPQ-REASON-CODE = 'FV'
                      MOVE RPQ-CLR-IMAGE TO WS-CLR-IMAGE
                      IF WS-CLR-VALUE-DATE NOT NUMERIC
                         OR WS-CLR-VALUE-DATE NOT > WS-BUSINESS-DATE
                         PERFORM H540-RELEASE-ONE
                      END-IF
                   END-IF
           END-READ.
       H530-END. EXIT.
      *-----
       H540-RELEASE-ONE.
           MOVE RPQ-POSTED-ID TO WS-RELEASE-ID.
           MOVE WS-RELEASE-ID TO WS-REPAIR-ACCOUNT.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM H325-CHECK-REPAIR-ACCOUNT.
           IF WS-CARD-VALID
              MOVE 'VALOR TARIHI GELDI, AKTARILDI' TO WS-POST-NOTE
              PERFORM H330-POST-QUEUED-ITEM
           ELSE
              EVALUATE WS-CARD-REASON
                  WHEN 'HESAP KAPALI'
                      MOVE 'CL' TO RPQ-REASON-CODE
                  WHEN 'HESAP BLOKELI'
                      MOVE 'BL' TO RPQ-REASON-CODE
                  WHEN OTHER
                      MOVE 'NF' TO RPQ-REASON-CODE
              END-EVALUATE
              MOVE WS-CARD-REASON TO RPQ-REASON
              REWRITE RPQ-MEMBERS
              MOVE 'Q' TO WS-D-STATE
              MOVE WS-REPAIR-ACCOUNT TO WS-D-ACCOUNT
              MOVE RPQ-REASON TO WS-D-NOTE
              PERFORM H380-WRITE-QUEUE-DETAIL
           END-IF.
       H540-END. EXIT.
      *-----
      * A BENEFICIARY NAME MATCHES WHEN IT CARRIES THE ACCOUNT'S
      * WHOLE SURNAME AND THE FIRST WORD OF ITS FIRST NAME, EACH AS
      * WHOLE WORDS (A SURNAME "AY" DOES NOT MATCH "KAYA").
      *-----
       H600-CHECK-NAME.
           SET WS-NAME-NOT-OK TO TRUE.
           MOVE WS-CHK-SURNAME TO WS-SCAN-FIELD.
           PERFORM H610-SCAN-LENGTH.
           MOVE WS-SCAN-LENGTH TO WS-SURNAME-LENGTH.
           MOVE 0 TO WS-NAME-LENGTH.
           INSPECT WS-CHK-NAME TALLYING WS-NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE 0 TO WS-TALLY-SURNAME WS-TALLY-NAME.
           MOVE SPACES TO WS-BENEF-WORDS.
           MOVE CLR-BENEF-NAME TO WS-BENEF-WORDS (2:30).
           IF WS-SURNAME-LENGTH > 0
              MOVE SPACES TO WS-SEEK-WORDS
              MOVE WS-CHK-SURNAME (1:WS-SURNAME-LENGTH)
                  TO WS-SEEK-WORDS (2:WS-SURNAME-LENGTH)
              INSPECT WS-BENEF-WORDS TALLYING WS-TALLY-SURNAME
                  FOR ALL WS-SEEK-WORDS (1:WS-SURNAME-LENGTH + 2)
           END-IF.
           IF WS-NAME-LENGTH > 0
              MOVE SPACES TO WS-SEEK-WORDS
              MOVE WS-CHK-NAME (1:WS-NAME-LENGTH)
                  TO WS-SEEK-WORDS (2:WS-NAME-LENGTH)
              INSPECT WS-BENEF-WORDS TALLYING WS-TALLY-NAME
                  FOR ALL WS-SEEK-WORDS (1:WS-NAME-LENGTH + 2)
           END-IF.
           IF WS-TALLY-SURNAME > 0 AND WS-TALLY-NAME > 0
              SET WS-NAME-OK TO TRUE
           END-IF.
       H600-END. EXIT.
      *-----
       H610-SCAN-LENGTH.
           MOVE 0 TO WS-SCAN-LENGTH WS-SCAN-LAST-SPACE.
           PERFORM H620-SCAN-ONE-CHAR
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > LENGTH OF WS-SCAN-FIELD.
       H610-END. EXIT.
      *-----
      * THE LAST SPACE SEEN BEFORE A NON-SPACE CHARACTER IS THE ONE
      * IN FRONT OF THE LAST WORD.
      *-----
       H620-SCAN-ONE-CHAR.
           IF WS-SCAN-FIELD (WS-SCAN-SUB:1) NOT = SPACE
              IF WS-SCAN-LENGTH < WS-SCAN-SUB - 1
                 COMPUTE WS-SCAN-LAST-SPACE = WS-SCAN-SUB - 1
              END-IF
              MOVE WS-SCAN-SUB TO WS-SCAN-LENGTH
           END-IF.
       H620-END. EXIT.
      *-----
      * ONE TIPI 4 CREDIT ON THE PBEG006 BATCH.
      *-----
       H700-WRITE-CREDIT.
           MOVE SPACES TO GEN-REC.
           MOVE '4' TO GEN-ISLEM-TIPI.
           MOVE WS-ITEM-ID TO GEN-ID.
           MOVE WS-ITEM-DOVIZ TO GEN-DOVIZ.
           MOVE WS-ITEM-AMOUNT TO GEN-ADJ-AMOUNT.
           WRITE GEN-REC.
           ADD 1 TO WS-GT-COUNT.
           ADD WS-ITEM-AMOUNT TO WS-GEN-HASH.
       H700-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE WS-GEN-HASH TO WS-GT-HASH.
           MOVE WS-GEN-TRAILER TO GEN-BATCH-REC.
           WRITE GEN-BATCH-REC.
           COMPUTE WS-CNT-DIFF = WS-CNT-FILE - WS-CNT-POSTED
               - WS-CNT-QUEUED - WS-CNT-RETURNED.
           COMPUTE WS-AMT-DIFF = WS-AMT-FILE - WS-AMT-POSTED
               - WS-AMT-QUEUED - WS-AMT-RETURNED.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING 'CONTROL TOTALS                   COUNT'
                  '           AMOUNT' DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE 'CLEARING FILE' TO WS-CTP-LABEL.
           MOVE WS-CNT-FILE TO WS-CTP-COUNT.
           MOVE WS-AMT-FILE TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE '  POSTED' TO WS-CTP-LABEL.
           MOVE WS-CNT-POSTED TO WS-CTP-COUNT.
           MOVE WS-AMT-POSTED TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE '  QUEUED FOR REPAIR' TO WS-CTP-LABEL.
           MOVE WS-CNT-QUEUED TO WS-CTP-COUNT.
           MOVE WS-AMT-QUEUED TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE '  RETURNED TO SENDER' TO WS-CTP-LABEL.
           MOVE WS-CNT-RETURNED TO WS-CTP-COUNT.
           MOVE WS-AMT-RETURNED TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE 'DIFFERENCE' TO WS-CTP-LABEL.
           MOVE WS-CNT-DIFF TO WS-CTP-COUNT.
           MOVE WS-AMT-DIFF TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE 'QUEUE ITEMS POSTED' TO WS-CTP-LABEL.
           MOVE WS-CNT-Q-POSTED TO WS-CTP-COUNT.
           MOVE WS-AMT-Q-POSTED TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE 'QUEUE ITEMS RETURNED' TO WS-CTP-LABEL.
           MOVE WS-CNT-Q-RETURNED TO WS-CTP-COUNT.
           MOVE WS-AMT-Q-RETURNED TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE 'QUEUE STILL OPEN' TO WS-CTP-LABEL.
           MOVE WS-CNT-Q-OPEN TO WS-CTP-COUNT.
           MOVE WS-AMT-Q-OPEN TO WS-CTP-AMOUNT.
           PERFORM H920-WRITE-PAIR-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'POSTED VIA SURNAME INDEX' TO WS-CTL-LABEL.
           MOVE WS-CNT-REPAIRED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'REPAIR CARDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARDS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'REPAIR CARDS REJECTED' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARD-REJ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'BATCH RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-GT-COUNT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'BATCH HASH TOTAL' TO WS-CTL-LABEL.
           MOVE WS-GEN-HASH TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF WS-CNT-QUEUED > 0 OR WS-CNT-RETURNED > 0
              OR WS-CNT-CARD-REJ > 0 OR WS-CNT-Q-OPEN > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           IF WS-CNT-DIFF NOT = 0 OR WS-AMT-DIFF NOT = 0
              MOVE SPACES TO RPT-REC
              STRING '*** CLEARING FILE OUT OF BALANCE ***'
                  DELIMITED BY SIZE INTO RPT-REC
              WRITE RPT-REC
              DISPLAY 'PBEG030 CLEARING FILE OUT OF BALANCE'
              MOVE 8 TO RETURN-CODE
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
       H920-WRITE-PAIR-LINE.
           MOVE SPACES TO RPT-REC.
           MOVE WS-CTL-PAIR-LINE TO RPT-REC.
           WRITE RPT-REC.
       H920-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG030' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG030 STEP RECORD LOST ON RUNCTL'
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
           CLOSE CLR-FILE.
           CLOSE RPM-FILE.
           CLOSE RPQ-FILE.
           CLOSE IDX-FILE.
           CLOSE CST-FILE.
           CLOSE GEN-FILE.
           CLOSE RET-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
