           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS CHECK-FILE-REG.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY HLD-KEY
                           STATUS CHECK-FILE-HLD.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
              88 INP-SUPERVISOR-OVERRIDE          VALUE 'S'.
      *    EVERY BATCH ARRIVES WRAPPED: A 'B' HEADER FIRST, THEN THE
      *    TRANSACTIONS, THEN A 'T' TRAILER. H050 PROVES THE WRAPPER
      *    BEFORE THE MASTER IS EVER OPENED. A BATCH PBEG017 BUILT
      *    FROM THE NIGHT'S SOURCE BATCHES LISTS THEIR NUMBERS.
         01  INP-BATCH-HEADER.
           05 INP-BH-TYPE            PIC X(01).
           05 INP-BH-BATCH-NO        PIC X(08).
           05 INP-BH-DATE            PIC X(08).
           05 INP-BH-PART-COUNT      PIC X(01).
           05 INP-BH-PART-LIST       PIC X(64).
         01  INP-BATCH-TRAILER.
           05 INP-BT-TYPE            PIC X(01).
           05 INP-BT-COUNT           PIC X(07).
           05 CHK-CNT-LIMIT-REJ      PIC 9(07).
           05 CHK-BALANCE-DELTA      PIC S9(15).
           05 CHK-AUD-SEQ            PIC 9(07).
           05 CHK-CNT-HOLD           PIC 9(07).
       FD  RATE-FILE RECORDING MODE F.
         01  RATE-REC.
           05 RATE-DOVIZ             PIC X(03).
       FD  REG-FILE.
         01  REG-REC.
           05 REG-BATCH-NO           PIC X(08).
      *    AMOUNT HOLDS (TIPI 9). A HOLD RESERVES PART OF THE LEDGER
      *    BALANCE - A COURT ORDER, A PENDING CARD AUTHORISATION, A
      *    CHEQUE IN CLEARING - UNTIL IT IS RELEASED OR ITS EXPIRY
      *    DATE PASSES. AN EXPIRY OF ZERO MEANS UNTIL RELEASED.
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
           05 WS-PBEG-IDX            PIC X(08)    VALUE 'PBEGIDX'.
           05 CHECK-FILE-OUTPUT      PIC 9(02).
              88 OUTPUT-FILE-SUCCESS              VALUE 00 97.
           05 CHECK-FILE-REG         PIC 9(2).
              88 REG-FILE-EOF                     VALUE 10.
              88 REG-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
           05 WS-ISLEM-TIPI          PIC 9(01).
              88 WS-ISLEM-TIPI-VALID              VALUE 1 THRU 5 7 8 9.
           05 WS-SUB-AREA.
              07 WS-SUB-FUNC         PIC 9(01).
                 88 WS-FUNC-OPEN                  VALUE 1.
           05 WS-CNT-STATUS          PIC 9(07)   VALUE 0.
           05 WS-CNT-REJECTED        PIC 9(07)   VALUE 0.
           05 WS-CNT-LIMIT-REJ       PIC 9(07)   VALUE 0.
           05 WS-CNT-HOLD            PIC 9(07)   VALUE 0.
       01  WS-BALANCE-DELTA          PIC S9(15)  COMP-3 VALUE 0.
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL           PIC X(30).
           05 WS-AUD-OLD-BALANCE     PIC S9(15)  COMP-3.
           05 WS-AUD-OLD-DATE        PIC S9(8)   COMP-3.
      *    POSTING STAMP CARRIED ON EVERY AUDIT RECORD SO THE NIGHTLY
      *    PBEG018 ARCHIVE CAN BE INVESTIGATED MONTHS LATER: THE
      *    BUSINESS DATE AND RUN NUMBER FROM RUNCTL, THE POSTING TIME
      *    AND A PER-RUN SEQUENCE NUMBER (CHECKPOINTED, SO A RESTART
      *    CONTINUES IT). A RUN NUMBER ON THE COMMAND LINE MUST AGREE
      *    WITH RUNCTL.
           05 WS-POST-DATE           PIC 9(08)   VALUE 0.
           05 WS-TIME-RAW            PIC 9(08)   VALUE 0.
           05 WS-POST-TIME           PIC 9(06)   VALUE 0.
       01  WS-LIMIT-SWITCH           PIC X(01).
           88 WS-LIMIT-OK                        VALUE 'Y'.
           88 WS-LIMIT-NOT-OK                    VALUE 'N'.
       01  WS-LIMIT-REASON           PIC X(30).
      *    TOTAL OF THE LIVE HOLDS ON THE ACCOUNT BEING DEBITED. A
      *    DEBIT MAY NOT EAT INTO HELD FUNDS, LIMIT FILE OR NOT, AND A
      *    SUPERVISOR OVERRIDE WAIVES THE LIMIT BUT NOT THE HOLDS - A
      *    HOLD IS LIFTED BY RELEASING IT (TIPI 9 ACTION 'R').
       01  WS-HOLD-AREA.
           05 WS-HELD-AMOUNT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-HLD-MORE-SWITCH     PIC X(01).
              88 WS-HLD-NO-MORE                  VALUE 'N'.
              88 WS-HLD-HAS-MORE                 VALUE 'Y'.
      *    BATCH WRAPPER PROOF (H050) AND THE PROCESSED-BATCH
      *    REGISTER (REGFILE). THE HASH TOTAL IS THE SUM OF EVERY
      *    NUMERIC OPEN BALANCE AND ADJUSTMENT AMOUNT ON THE BATCH.
           05 WS-REG-MATCH-SWITCH    PIC X(01)  VALUE 'N'.
              88 WS-BATCH-ALREADY-DONE           VALUE 'Y'.
           05 WS-REFUSE-REASON       PIC X(40)  VALUE SPACES.
      *    SOURCE BATCHES LISTED ON THE HEADER, EACH REFUSED IF
      *    ALREADY ON THE REGISTER AND REGISTERED WITH THE BATCH.
           05 WS-PART-COUNT          PIC 9(01)  VALUE 0.
           05 WS-PART-SUB            PIC 9(03)  COMP.
           05 WS-PART-LIST           PIC X(64)  VALUE SPACES.
           05 WS-PART-TABLE REDEFINES WS-PART-LIST.
              10 WS-PART-NO          PIC X(08)  OCCURS 8.
      *    HOLD EXPIRY DATE BEING EDITED.
       01  WS-HOLD-EXPIRY            PIC 9(08)  VALUE 0.
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
           PERFORM H050-VALIDATE-BATCH.
           PERFORM H100-OPEN-FILES.
           PERFORM H300-MOVE UNTIL INPUT-FILE-EOF.
           PERFORM H350-WRITE-CHECKPOINT.
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
           MOVE 'PBEG006' TO RCT-STEP.
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
           MOVE 'PBEG006' TO RCT-STEP.
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
           DISPLAY 'PBEG006 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
       H100-OPEN-FILES.
           OPEN INPUT  INP-FILE.
           OPEN I-O   IDX-FILE.
           OPEN I-O   HLD-FILE.
           IF WS-RESTART-MODE
              OPEN EXTEND OUT-FILE
              OPEN EXTEND ERR-FILE
      * HEADER MUST BE FIRST AND CARRY A BATCH NUMBER AND A NUMERIC
      * BUSINESS DATE, THE TRAILER COUNT AND HASH MUST MATCH WHAT IS
      * ACTUALLY ON THE FILE, NOTHING MAY FOLLOW THE TRAILER, AND A
      * BATCH NUMBER ALREADY ON THE REGISTER IS REFUSED OUTRIGHT, AS
      * IS A BATCH BUILT FROM ANY SOURCE BATCH ALREADY ON IT. ONE
      * BATCH IS POSTED PER BUSINESS DATE: PBEG017 MERGES THE
      * NIGHT'S STOINP (PBEG026), CLRPOST (PBEG030), TELLER CAPFILE
      * (PBEG022) AND RESFILE (PBEG010) BATCHES INTO IT BEFORE THIS
      * STEP RUNS. A
      * RESTART RUN SKIPS THE REGISTER CHECK - THE OPERATOR IS
      * EXPLICITLY RESUMING THE SAME BATCH.
      *-----
           MOVE WS-CMDLINE (1:1) TO WS-RESTART-SWITCH.
           MOVE WS-CMDLINE (3:5) TO WS-CHECKPOINT-INTERVAL-X.
           MOVE WS-CMDLINE (9:5) TO WS-RUN-NUMBER-X.
           MOVE WS-RCT-RUN-NUMBER TO WS-RUN-NUMBER.
           MOVE WS-RCT-BUSINESS-DATE TO WS-POST-DATE.
           IF WS-RUN-NUMBER-X IS NUMERIC
              AND WS-RUN-NUMBER-X NOT = SPACES
              IF FUNCTION NUMVAL(WS-RUN-NUMBER-X) NOT = WS-RUN-NUMBER
                 MOVE 'RUN NUMBER DIFFERS FROM RUNCTL'
                     TO WS-REFUSE-REASON
                 PERFORM H070-REFUSE-BATCH
              END-IF
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-POST-TIME.
           IF WS-CHECKPOINT-INTERVAL-X IS NUMERIC AND
           IF (CHECK-FILE-INPUT NOT = 97) AND (CHECK-FILE-INPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H990-END-STEP
              STOP RUN
           END-IF.
           READ INP-FILE
           END-IF.
           MOVE INP-BH-BATCH-NO TO WS-BATCH-NO.
           COMPUTE WS-BATCH-DATE = FUNCTION NUMVAL(INP-BH-DATE).
           IF INP-BH-PART-COUNT NUMERIC
              AND INP-BH-PART-COUNT NOT > '8'
              MOVE INP-BH-PART-COUNT TO WS-PART-COUNT
              MOVE INP-BH-PART-LIST TO WS-PART-LIST
           END-IF.
           IF NOT WS-RESTART-MODE
              PERFORM H065-CHECK-REGISTER
           END-IF.
                   IF REG-BATCH-NO = WS-BATCH-NO
                      SET WS-BATCH-ALREADY-DONE TO TRUE
                   END-IF
                   PERFORM H067-MATCH-ONE-PART
                       VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PART-COUNT
           END-READ.
       H066-END. EXIT.
      *-----
       H067-MATCH-ONE-PART.
           IF REG-BATCH-NO = WS-PART-NO (WS-PART-SUB)
              SET WS-BATCH-ALREADY-DONE TO TRUE
           END-IF.
       H067-END. EXIT.
      *-----
       H070-REFUSE-BATCH.
           DISPLAY 'PBEG006 BATCH REFUSED: ' WS-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE INP-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H070-END. EXIT.
      *-----
                      MOVE CHK-CNT-LIMIT-REJ TO WS-CNT-LIMIT-REJ
                      MOVE CHK-BALANCE-DELTA TO WS-BALANCE-DELTA
                      MOVE CHK-AUD-SEQ       TO WS-AUD-SEQ
                      MOVE CHK-CNT-HOLD      TO WS-CNT-HOLD
              END-READ
           END-PERFORM.
           CLOSE CHK-FILE.
       H110-FILE-CONTROL.
           IF (CHECK-FILE-INPUT NOT = 97) AND (CHECK-FILE-INPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-OUTPUT NOT = 97) AND
      -       (CHECK-FILE-OUTPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OUTPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-ERR NOT = 97) AND (CHECK-FILE-ERR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ERR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CTL NOT = 97) AND (CHECK-FILE-CTL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-AUD NOT = 97) AND (CHECK-FILE-AUD NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
       H115-CHECK-CHK-FILE.
           IF (CHECK-FILE-CHK NOT = 97) AND (CHECK-FILE-CHK NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CHK
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H115-END. EXIT.
           IF (CHECK-FILE-RATE NOT = 97) AND (CHECK-FILE-RATE NOT = 0)
      -       AND (CHECK-FILE-RATE NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RATE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-RATE UNTIL RATE-FILE-EOF.
           IF (CHECK-FILE-LIM NOT = 97) AND (CHECK-FILE-LIM NOT = 0)
      -       AND (CHECK-FILE-LIM NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-LIM
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H180-READ-ONE-LIMIT UNTIL LIM-FILE-EOF.
                     WHEN 8
                       ADD 1 TO WS-CNT-STATUS
                       PERFORM STATUS-RECORD
                     WHEN 9
                       ADD 1 TO WS-CNT-HOLD
                       PERFORM HOLD-RECORD
                 END-EVALUATE
                 IF OUT-RETURN-CODE NOT = WS-RC-SUCCESS
                    ADD 1 TO WS-CNT-REJECTED
      *    B100-APPLY-NAME-FIELDS GIVES THE SAME RESULT ON A REPLAY.
      *    TRANSFER (TIPI 7) MOVES TWO BALANCES AND IS JUST AS UNSAFE
      *    TO REPLAY, SO IT FORCES A CHECKPOINT THE SAME WAY.
      *    A HOLD (TIPI 9) MOVES NO BALANCE, BUT A REPLAYED PLACE OR
      *    RELEASE WOULD REJECT AS A DUPLICATE, SO IT IS CHECKPOINTED
      *    TOO.
           IF (WS-ISLEM-TIPI = 3 OR WS-ISLEM-TIPI = 4
               OR WS-ISLEM-TIPI = 5 OR WS-ISLEM-TIPI = 7
               OR WS-ISLEM-TIPI = 9)
              AND OUT-RETURN-CODE = WS-RC-SUCCESS
              PERFORM H350-WRITE-CHECKPOINT
           ELSE
           MOVE WS-CNT-LIMIT-REJ  TO CHK-CNT-LIMIT-REJ.
           MOVE WS-BALANCE-DELTA  TO CHK-BALANCE-DELTA.
           MOVE WS-AUD-SEQ        TO CHK-AUD-SEQ.
           MOVE WS-CNT-HOLD       TO CHK-CNT-HOLD.
           WRITE CHK-REC.
       H350-END. EXIT.
      *-----
                      SET WS-EDIT-INVALID TO TRUE
                      MOVE 'GECERSIZ STATU KODU' TO WS-REJECT-REASON
                   END-IF
               WHEN 9
      *    AMOUNT HOLD: STATUS ACTION P=PLACE R=RELEASE. THE HOLD
      *    REFERENCE RIDES IN THE NAME FIELD, THE TWO-CHARACTER
      *    REASON CODE IN THE FIRST TWO BYTES OF THE SURNAME, THE
      *    EXPIRY DATE (BLANK = UNTIL RELEASED) IN THE OPEN DATE AND
      *    THE POSITIVE HELD AMOUNT IN THE ADJUSTMENT AMOUNT. A
      *    RELEASE NEEDS ONLY THE KEY AND THE REFERENCE.
                   IF INP-STATUS-ACTION NOT = 'P'
                      AND INP-STATUS-ACTION NOT = 'R'
                      SET WS-EDIT-INVALID TO TRUE
                      MOVE 'GECERSIZ BLOKAJ KODU' TO WS-REJECT-REASON
                   ELSE
                      IF INP-NAME = SPACES
                         SET WS-EDIT-INVALID TO TRUE
                         MOVE 'GECERSIZ BLOKAJ REFERANSI'
                             TO WS-REJECT-REASON
                      END-IF
                   END-IF
                   IF WS-EDIT-VALID AND INP-STATUS-ACTION = 'P'
                      IF FUNCTION TEST-NUMVAL(INP-ADJ-AMOUNT) NOT = 0
                         OR FUNCTION NUMVAL(INP-ADJ-AMOUNT) <= 0
                         SET WS-EDIT-INVALID TO TRUE
                         MOVE 'GECERSIZ BLOKAJ TUTARI'
                             TO WS-REJECT-REASON
                      ELSE
                         IF INP-SURNAME (1:2) = SPACES
                            SET WS-EDIT-INVALID TO TRUE
                            MOVE 'GECERSIZ BLOKAJ NEDENI'
                                TO WS-REJECT-REASON
                         ELSE
                            IF INP-OPEN-DATE NOT = SPACES
                               PERFORM H258-EDIT-HOLD-EXPIRY
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-EVALUATE.
       H255-END. EXIT.
      *-----
      * A HOLD EXPIRY MUST BE A REAL CALENDAR DATE, NOT BEFORE THE
      * BUSINESS DATE.
      *-----
       H258-EDIT-HOLD-EXPIRY.
           IF INP-OPEN-DATE NOT NUMERIC
              SET WS-EDIT-INVALID TO TRUE
              MOVE 'GECERSIZ BLOKAJ VADESI' TO WS-REJECT-REASON
           ELSE
              MOVE INP-OPEN-DATE TO WS-HOLD-EXPIRY
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-EXPIRY) NOT = 0
                 SET WS-EDIT-INVALID TO TRUE
                 MOVE 'GECERSIZ BLOKAJ VADESI' TO WS-REJECT-REASON
              ELSE
                 IF WS-HOLD-EXPIRY < WS-POST-DATE
                    SET WS-EDIT-INVALID TO TRUE
                    MOVE 'BLOKAJ VADESI GECMIS' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H258-END. EXIT.
      *-----
       H270-REJECT-BAD-INPUT.
           DISPLAY 'INVALID INPUT DATA' INP-ID INP-DOVIZ.
           MOVE IDX-FILE-DATE    TO WS-AUD-OLD-DATE.
           COMPUTE WS-ADJ-AMOUNT = FUNCTION NUMVAL(INP-ADJ-AMOUNT).
           SET WS-LIMIT-OK TO TRUE.
           MOVE 0 TO WS-HELD-AMOUNT.
           IF WS-ADJ-AMOUNT < 0
              PERFORM B290-TOTAL-HOLDS
              IF (WS-LIM-FILE-PRESENT AND NOT INP-SUPERVISOR-OVERRIDE)
                 OR WS-HELD-AMOUNT > 0
                 PERFORM B260-CHECK-LIMIT
              END-IF
           END-IF.
           IF WS-LIMIT-NOT-OK
              MOVE WS-LIMIT-REASON TO OUT-DESC
              MOVE WS-RC-LIMIT TO OUT-RETURN-CODE
              ADD 1 TO WS-CNT-LIMIT-REJ
           ELSE
      * A DEBIT MAY NOT TAKE THE BALANCE BELOW THE ALLOWED FLOOR:
      * THE PER-ACCOUNT OVERRIDE LIMIT WHEN ONE IS ON FILE FOR THIS
      * ID AND CURRENCY, OTHERWISE THE CURRENCY DEFAULT (ZERO WHEN
      * NO CARD WAS SUPPLIED). NOR MAY IT TAKE THE AVAILABLE BALANCE
      * (LEDGER LESS LIVE HOLDS) BELOW THAT FLOOR - OR BELOW ZERO
      * WHEN NO LIMIT APPLIES. WS-HELD-AMOUNT IS SET BY THE CALLER.
      *-----
       B260-CHECK-LIMIT.
           COMPUTE WS-PROJECTED-BALANCE =
               IDX-FILE-BALANCE + WS-ADJ-AMOUNT.
           PERFORM B275-TEST-FLOOR.
       B260-END. EXIT.
      *-----
      * TRANSFER DEBIT LEG: THE RECORD AREA HOLDS THE SOURCE ACCOUNT
      *-----
       B265-CHECK-XFER-LIMIT.
           SET WS-LIMIT-OK TO TRUE.
           COMPUTE WS-PROJECTED-BALANCE =
               IDX-FILE-BALANCE - WS-ADJ-AMOUNT.
           PERFORM B275-TEST-FLOOR.
       B265-END. EXIT.
      *-----
      * A REJECT FOR HELD FUNDS IS STILL A LIMIT REJECT (RC 24) AND
      * COUNTS AS ONE; ONLY THE REASON TEXT TELLS THEM APART.
      *-----
       B275-TEST-FLOOR.
           MOVE 0 TO WS-LIM-EFFECTIVE.
           IF WS-LIM-FILE-PRESENT AND NOT INP-SUPERVISOR-OVERRIDE
              PERFORM B270-EFFECTIVE-LIMIT
              IF WS-PROJECTED-BALANCE < WS-LIM-EFFECTIVE
                 SET WS-LIMIT-NOT-OK TO TRUE
                 MOVE 'LIMIT ASIMI' TO WS-LIMIT-REASON
              END-IF
           END-IF.
           IF WS-LIMIT-OK AND WS-HELD-AMOUNT > 0
              IF WS-PROJECTED-BALANCE - WS-HELD-AMOUNT
                 < WS-LIM-EFFECTIVE
                 SET WS-LIMIT-NOT-OK TO TRUE
                 MOVE 'BLOKELI TUTAR ASIMI' TO WS-LIMIT-REASON
              END-IF
           END-IF.
       B275-END. EXIT.
      *-----
       B270-EFFECTIVE-LIMIT.
           IF IDX-FILE-DOVIZ >= 1 AND IDX-FILE-DOVIZ <= 4
           END-IF.
       B280-END. EXIT.
      *-----
      * SUM THE LIVE HOLDS ON THE ACCOUNT IN THE RECORD AREA: ACTIVE
      * AND NOT YET PAST THEIR EXPIRY DATE. A HOLD WHOSE EXPIRY HAS
      * PASSED STOPS COUNTING AT ONCE, EVEN BEFORE THE NIGHTLY
      * EXPIRY STEP (PBEG027) MARKS IT.
      *-----
       B290-TOTAL-HOLDS.
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
           PERFORM B295-ADD-ONE-HOLD UNTIL WS-HLD-NO-MORE.
       B290-END. EXIT.
      *-----
       B295-ADD-ONE-HOLD.
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
                              OR HLD-EXPIRY NOT < WS-POST-DATE)
                         ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                      END-IF
                   END-IF
           END-READ.
       B295-END. EXIT.
      *-----
      * MOVEMENT EDIT SHARED BY ADJUST, DELETE AND THE TRANSFER LEGS:
      * A BLOCKED OR CLOSED ACCOUNT TAKES NO BALANCE MOVEMENT. A
      * DORMANT ACCOUNT STILL POSTS AND IS WOKEN BY THE POSTING.
           END-IF.
       B500-END. EXIT.
      *-----
      * AMOUNT HOLD (TIPI 9): P=PLACE R=RELEASE, KEYED ON ID, DOVIZ
      * AND THE HOLD REFERENCE. A HOLD MOVES NO BALANCE, SO NOTHING
      * IS AUDITED AND THE RECONCILIATION IS UNTOUCHED. A HOLD MAY
      * BE PLACED ON A BLOCKED ACCOUNT BUT NOT ON A CLOSED ONE; A
      * RELEASE IS TAKEN EVEN IF THE ACCOUNT HAS SINCE GONE.
      *-----
       HOLD-RECORD.
           COMPUTE IDX-FILE-ID = FUNCTION NUMVAL(INP-ID)
           COMPUTE IDX-FILE-DOVIZ = FUNCTION NUMVAL(INP-DOVIZ)
           READ IDX-FILE KEY IS IDX-FILE-KEY
               INVALID KEY
                   MOVE 'KAYIT BULUNAMADI' TO OUT-DESC
                   MOVE WS-RC-NOTFOUND-UPD TO OUT-RETURN-CODE
                   SET WS-RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE.
           MOVE WS-ISLEM-TIPI TO OUT-PRO-TYPE
           MOVE INP-ID        TO OUT-ID
           MOVE INP-DOVIZ     TO OUT-DVZ
           MOVE SPACES TO OUT-FNAME-FROM
           MOVE SPACES TO OUT-FNAME-TO
           MOVE SPACES TO OUT-LNAME-FROM
           MOVE SPACES TO OUT-LNAME-TO
           IF WS-RECORD-FOUND
              MOVE IDX-FILE-NAME TO OUT-FNAME-FROM
              MOVE IDX-FILE-SURNAME TO OUT-LNAME-FROM
           END-IF.
           IF INP-STATUS-ACTION = 'R'
              PERFORM B610-RELEASE-HOLD
           ELSE
              IF WS-RECORD-FOUND
                 PERFORM B600-PLACE-HOLD
              END-IF
           END-IF.
           WRITE OUT-REC.
           IF OUT-RETURN-CODE NOT = WS-RC-SUCCESS
              PERFORM H260-WRITE-ERRFILE
           END-IF.
       HOLD-END. EXIT.
      *-----
       B600-PLACE-HOLD.
           IF IDX-STATUS-CLOSED
              MOVE 'HESAP KAPALI' TO OUT-DESC
              MOVE WS-RC-ACCT-CLOSED TO OUT-RETURN-CODE
           ELSE
              MOVE IDX-FILE-ID    TO HLD-ID
              MOVE IDX-FILE-DOVIZ TO HLD-DOVIZ
              MOVE INP-NAME       TO HLD-REF
              COMPUTE HLD-AMOUNT = FUNCTION NUMVAL(INP-ADJ-AMOUNT)
              MOVE INP-SURNAME (1:2) TO HLD-REASON
              IF INP-OPEN-DATE = SPACES
                 MOVE 0 TO HLD-EXPIRY
              ELSE
                 COMPUTE HLD-EXPIRY = FUNCTION NUMVAL(INP-OPEN-DATE)
              END-IF
              MOVE WS-POST-DATE   TO HLD-PLACED-DATE
              MOVE 'A'            TO HLD-STATUS
              MOVE 0              TO HLD-CLOSED-DATE
              MOVE WS-BATCH-NO    TO HLD-BATCH-NO
              WRITE HLD-MEMBERS
                  INVALID KEY
                      MOVE 'BLOKAJ ZATEN VAR' TO OUT-DESC
                      MOVE WS-RC-DUP-ADD TO OUT-RETURN-CODE
                  NOT INVALID KEY
                      MOVE 'BLOKAJ KONULDU' TO OUT-DESC
                      MOVE WS-RC-SUCCESS TO OUT-RETURN-CODE
              END-WRITE
           END-IF.
       B600-END. EXIT.
      *-----
       B610-RELEASE-HOLD.
           COMPUTE HLD-ID = FUNCTION NUMVAL(INP-ID).
           COMPUTE HLD-DOVIZ = FUNCTION NUMVAL(INP-DOVIZ).
           MOVE INP-NAME TO HLD-REF.
           READ HLD-FILE KEY IS HLD-KEY
               INVALID KEY
                   MOVE 'BLOKAJ BULUNAMADI' TO OUT-DESC
                   MOVE WS-RC-NOTFOUND-UPD TO OUT-RETURN-CODE
               NOT INVALID KEY
                   IF HLD-STATUS-ACTIVE
                      MOVE 'R' TO HLD-STATUS
                      MOVE WS-POST-DATE TO HLD-CLOSED-DATE
                      REWRITE HLD-MEMBERS
                      MOVE 'BLOKAJ KALDIRILDI' TO OUT-DESC
                      MOVE WS-RC-SUCCESS TO OUT-RETURN-CODE
                   ELSE
                      MOVE 'BLOKAJ AKTIF DEGIL' TO OUT-DESC
                      MOVE WS-RC-NOTFOUND-UPD TO OUT-RETURN-CODE
                   END-IF
           END-READ.
       B610-END. EXIT.
      *-----
      * CROSS-CURRENCY TRANSFER (TIPI 7): DEBIT THE INP-DOVIZ ACCOUNT
      * AND CREDIT THE INP-DOVIZ-TO ACCOUNT OF THE SAME CUSTOMER,
      * CONVERTING THROUGH THE TRY RATES LOADED IN H150. BOTH
                 MOVE WS-RC-RATE-MISSING TO OUT-RETURN-CODE
              END-IF
           END-IF.
           IF WS-XFR-OK
              MOVE WS-XFR-FROM-REC TO IDX-FILE-MEMBERS
              PERFORM B290-TOTAL-HOLDS
              IF (WS-LIM-FILE-PRESENT AND NOT INP-SUPERVISOR-OVERRIDE)
                 OR WS-HELD-AMOUNT > 0
                 PERFORM B265-CHECK-XFER-LIMIT
                 IF WS-LIMIT-NOT-OK
                    MOVE 'N' TO WS-XFR-OK-SWITCH
                    MOVE WS-LIMIT-REASON TO OUT-DESC
                    MOVE WS-RC-LIMIT TO OUT-RETURN-CODE
                    ADD 1 TO WS-CNT-LIMIT-REJ
                 END-IF
              END-IF
           END-IF.
           IF WS-XFR-OK
              MOVE IDX-FILE-SURNAME TO OUT-LNAME-FROM
              PERFORM B250-CHECK-STATUS
              IF WS-STATUS-OK
                 PERFORM B290-TOTAL-HOLDS
                 IF WS-HELD-AMOUNT > 0
                    MOVE 'BLOKELI TUTAR VAR' TO OUT-DESC
                    MOVE WS-RC-LIMIT TO OUT-RETURN-CODE
                    ADD 1 TO WS-CNT-LIMIT-REJ
                 ELSE
                    PERFORM B400-APPLY-DELETE
                 END-IF
              END-IF
           END-IF.
           WRITE OUT-REC.
       ADD-END. EXIT.


      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG006' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG006 STEP RECORD LOST ON RUNCTL'
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
       H995-REGISTER-ONE-PART.
           IF WS-PART-NO (WS-PART-SUB) NOT = WS-BATCH-NO
              AND WS-PART-NO (WS-PART-SUB) NOT = SPACES
              MOVE WS-PART-NO (WS-PART-SUB) TO REG-BATCH-NO
              WRITE REG-REC
           END-IF.
       H995-END. EXIT.
      *-----
       H999-EXIT.
           PERFORM H900-WRITE-CONTROL-REPORT.
      *    ONLY A BATCH THAT WAS PROVED AND PROCESSED TO ITS TRAILER
              IF REG-FILE-SUCCESS OR CHECK-FILE-REG = 05
                 MOVE WS-BATCH-NO TO REG-BATCH-NO
                 WRITE REG-REC
                 PERFORM H995-REGISTER-ONE-PART
                     VARYING WS-PART-SUB FROM 1 BY 1
                     UNTIL WS-PART-SUB > WS-PART-COUNT
                 CLOSE REG-FILE
              ELSE
                 DISPLAY 'PBEG006 REGISTER NOT UPDATED. ERROR CODE:'
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           CLOSE IDX-FILE.
           CLOSE HLD-FILE.
           CLOSE ERR-FILE.
           CLOSE CTL-FILE.
           CLOSE AUD-FILE.
           IF WS-CHK-FILE-IS-OPEN
              CLOSE CHK-FILE
           END-IF.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
           MOVE 'STATUS CHANGES (TIPI 8)' TO WS-CTL-LABEL.
           MOVE WS-CNT-STATUS TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'HOLDS PLACED/RELEASED (TIPI 9)' TO WS-CTL-LABEL.
           MOVE WS-CNT-HOLD TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'TOTAL TRANSACTIONS IN' TO WS-CTL-LABEL.
           MOVE WS-CNT-TOTAL-IN TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
