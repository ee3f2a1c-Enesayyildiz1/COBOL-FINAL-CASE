      * DEMANDS; THE BATCH NUMBER COMES FROM COMMAND LINE POS 1-8,
      * DEFAULTING TO 'R' PLUS THE DAY OF MONTH AND HHMMS, SO TWO
      * DEFAULT-NUMBERED RUNS COLLIDE ON THE REGISTER ONLY WITHIN
      * THE SAME TEN SECONDS. PBEG017 READS RESFILE WITH THE NIGHT'S
      * OTHER WRAPPED BATCHES AND MERGES THEM INTO THE ONE BATCH
      * PBEG006 POSTS.
      * RECORDS STILL FAILING THE EDITS GO TO THE NEW SUSPENSE FILE
      * (SUSOUT) WITH AN AGE COUNTER OF RUNS SPENT IN SUSPENSE.
      *
      * STANDING-ORDER REJECTS BELONG TO PBEG026, NOT TO THIS STEP.
      * EVERY ERRFILE REJECT IS FIRST LOOKED UP ON THE STANDING-
      * INSTRUCTION MASTER (STOFILE, OPTIONAL) THE WAY PBEG026 STEP 2
      * MATCHES IT: SAME ID, DOVIZ, TYPE, AMOUNT AND TARGET DOVIZ,
      * LAST GENERATED ON THE BUSINESS DATE PBEG006'S STEP RECORD ON
      * RUNCTL STILL CARRIES (WITHOUT A PBEG006 STEP THE DATE IS NOT
      * TESTED). A MATCH IS A PAYMENT PBEG026 GENERATED; IT IS
      * NEITHER RESUBMITTED NOR SUSPENDED BUT LISTED ON RCYCTL AS
      * LEFT TO THE BRANCH, WHICH WORKS IT FROM PBEG026'S FOLLOW-UP
      * LIST. THIS STEP MUST THEREFORE RUN BEFORE PBEG026, WHICH
      * MOVES THE LAST GENERATED DATE ON TO TONIGHT.
      *
      * CORRECTION CARD (CORFILE) LAYOUT - KEYED BY THE TYPE/ID/DOVIZ
      * SHOWING ON THE REJECT, BLANK REPLACEMENT FIELDS KEEP THE
      * STORED VALUE:
                           STATUS CHECK-FILE-ERR.
           SELECT OPTIONAL SUS-IN-FILE ASSIGN TO SUSIN
                           STATUS CHECK-FILE-SUSIN.
           SELECT OPTIONAL STO-FILE ASSIGN TO STOFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY STO-KEY
                           STATUS CHECK-FILE-STO.
           SELECT COR-FILE ASSIGN TO CORFILE
                           STATUS CHECK-FILE-COR.
           SELECT RES-FILE ASSIGN TO RESFILE
                           STATUS CHECK-FILE-SUSOUT.
           SELECT CTL-FILE ASSIGN TO RCYCTL
                           STATUS CHECK-FILE-CTL.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  ERR-FILE RECORDING MODE F.
           05 SUS-IN-REASON          PIC X(30).
           05 SUS-IN-INP-IMAGE       PIC X(82).
           05 SUS-IN-AGE             PIC 9(03).
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
       FD  COR-FILE RECORDING MODE F.
         01  COR-REC.
           05 COR-KEY-TIPI           PIC X(01).
           05 SUS-OUT-AGE            PIC 9(03).
       FD  CTL-FILE RECORDING MODE F.
         01  CTL-REC                 PIC X(80).
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
           05 CHECK-FILE-ERR         PIC 9(2).
              88 ERR-FILE-EOF                     VALUE 10.
              88 ERR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-SUSIN       PIC 9(2).
              88 SUSIN-FILE-EOF                   VALUE 10.
              88 SUSIN-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-STO         PIC 9(2).
              88 STO-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-COR         PIC 9(2).
              88 COR-FILE-EOF                     VALUE 10.
              88 COR-FILE-SUCCESS                 VALUE 00 97.
           88 WS-COR-FOUND                       VALUE 'Y'.
           88 WS-COR-NOT-FOUND                   VALUE 'N'.
       01  WS-CURRENT-AGE            PIC 9(03).
      *    STANDING-ORDER MATCHING, AS PBEG026 H420 MATCHES A REJECT.
       01  WS-STO-MATCH-AREA.
           05 WS-ERR-ID              PIC S9(5)  COMP-3.
           05 WS-ERR-DOVIZ           PIC S9(3)  COMP.
           05 WS-ERR-TIPI            PIC 9(01).
           05 WS-ERR-AMOUNT          PIC S9(15) COMP-3.
           05 WS-ERR-DOVIZ-TO        PIC S9(3)  COMP.
           05 WS-MORE-SWITCH         PIC X(01).
              88 WS-NO-MORE-RECORDS              VALUE 'N'.
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-STO-MATCH-SWITCH    PIC X(01).
              88 WS-STO-MATCH-FOUND              VALUE 'Y'.
              88 WS-STO-MATCH-NOT-FOUND          VALUE 'N'.
      *    BUSINESS DATE OF THE PBEG006 RUN THAT WROTE ERRFILE.
           05 WS-ERR-RUN-DATE        PIC 9(08)  VALUE 0.
           05 WS-ERR-DATE-SWITCH     PIC X(01)  VALUE 'N'.
              88 WS-ERR-DATE-KNOWN               VALUE 'Y'.
      *    STANDING-ORDER REJECTS LEFT TO THE BRANCH, FOR RCYCTL.
       01  WS-STO-LEFT-TABLE.
           05 WS-STO-LEFT-COUNT      PIC 9(03)  COMP VALUE 0.
           05 WS-STO-LEFT-ENTRY OCCURS 500.
              10 WS-STO-LEFT-TIPI    PIC X(01).
              10 WS-STO-LEFT-ID      PIC X(05).
              10 WS-STO-LEFT-DOVIZ   PIC X(03).
              10 WS-STO-LEFT-RC      PIC 9(02).
              10 WS-STO-LEFT-REASON  PIC X(30).
       01  WS-STO-LEFT-SUB           PIC 9(03)  COMP.
       01  WS-BATCH-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BATCH-NO            PIC X(08)  VALUE SPACES.
              88 WS-EDIT-VALID                   VALUE 'Y'.
              88 WS-EDIT-INVALID                 VALUE 'N'.
           05 WS-ISLEM-TIPI          PIC 9(01).
              88 WS-ISLEM-TIPI-VALID             VALUE 1 THRU 5 7 8 9.
           05 WS-DOVIZ-NUM           PIC 9(03).
              88 WS-DOVIZ-VALID                  VALUE 1 2 3 4.
           05 WS-XFR-DOVIZ-TO        PIC 9(03).
           05 WS-CNT-CORRECTED       PIC 9(07)   VALUE 0.
           05 WS-CNT-RESUBMITTED     PIC 9(07)   VALUE 0.
           05 WS-CNT-CARRIED-FWD     PIC 9(07)   VALUE 0.
           05 WS-CNT-STO-LEFT        PIC 9(07)   VALUE 0.
       01  WS-CTL-LINE.
           05 WS-CTL-LABEL           PIC X(30).
           05 WS-CTL-VALUE           PIC -(14)9.
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
           PERFORM H100-OPEN-FILES.
           PERFORM H120-WRITE-RES-HEADER.
           PERFORM H150-LOAD-CORRECTIONS.
           PERFORM H350-WRITE-RES-TRAILER.
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
           MOVE 'PBEG010' TO RCT-STEP.
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
           MOVE 'PBEG010' TO RCT-STEP.
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
           DISPLAY 'PBEG010 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           OPEN INPUT  ERR-FILE.
           OPEN INPUT  SUS-IN-FILE.
           OPEN INPUT  STO-FILE.
           OPEN INPUT  COR-FILE.
           OPEN OUTPUT RES-FILE.
           OPEN OUTPUT SUS-OUT-FILE.
       H110-FILE-CONTROL.
           IF (CHECK-FILE-ERR NOT = 97) AND (CHECK-FILE-ERR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-ERR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-SUSIN NOT = 97) AND
      -       (CHECK-FILE-SUSIN NOT = 0) AND
      -       (CHECK-FILE-SUSIN NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SUSIN
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-STO NOT = 97) AND (CHECK-FILE-STO NOT = 0)
      -       AND (CHECK-FILE-STO NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-STO
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-COR NOT = 97) AND (CHECK-FILE-COR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-COR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-RES NOT = 97) AND (CHECK-FILE-RES NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-RES
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-SUSOUT NOT = 97) AND
      -       (CHECK-FILE-SUSOUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-SUSOUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CTL NOT = 97) AND (CHECK-FILE-CTL NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CTL
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
       H110-END. EXIT.
      *-----
       H120-WRITE-RES-HEADER.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-RCT-BUSINESS-DATE TO WS-TODAY.
           ACCEPT WS-TIME-RAW FROM TIME.
           IF WS-CMDLINE (1:8) NOT = SPACES
              MOVE WS-CMDLINE (1:8) TO WS-BATCH-NO
           ADD 1 TO WS-CNT-ERR-IN.
           MOVE ERR-INP-IMAGE TO WS-INP-REC.
           MOVE 0 TO WS-CURRENT-AGE.
           PERFORM H440-CHECK-STANDING-ORDER.
           IF WS-STO-MATCH-FOUND
              PERFORM H448-LEAVE-TO-BRANCH
           ELSE
              PERFORM H400-RECYCLE-ONE
           END-IF.
           READ ERR-FILE
               AT END SET ERR-FILE-EOF TO TRUE
           END-READ.
           END-IF.
       H430-END. EXIT.
      *-----
      * A TIPI 4 OR 7 REJECT IS LOOKED UP AMONG THE INSTRUCTIONS OF
      * THE SAME ID/DOVIZ; ONE GENERATED FOR THAT PBEG006 RUN WITH
      * THE SAME TYPE, AMOUNT AND TARGET IS A STANDING ORDER THAT
      * BOUNCED, AND PBEG026 REPORTS IT FOR THE BRANCH TO DECIDE.
      *-----
       H440-CHECK-STANDING-ORDER.
           SET WS-STO-MATCH-NOT-FOUND TO TRUE.
           IF (WS-INP-ISLEM-TIPI = '4' OR WS-INP-ISLEM-TIPI = '7')
              AND WS-INP-ID NUMERIC
              AND WS-INP-DOVIZ NUMERIC
              AND FUNCTION TEST-NUMVAL(WS-INP-ADJ-AMOUNT) = 0
              COMPUTE WS-ERR-TIPI = FUNCTION NUMVAL(WS-INP-ISLEM-TIPI)
              COMPUTE WS-ERR-ID = FUNCTION NUMVAL(WS-INP-ID)
              COMPUTE WS-ERR-DOVIZ = FUNCTION NUMVAL(WS-INP-DOVIZ)
              COMPUTE WS-ERR-AMOUNT =
                  FUNCTION NUMVAL(WS-INP-ADJ-AMOUNT)
              MOVE 0 TO WS-ERR-DOVIZ-TO
              IF WS-ERR-TIPI = 7 AND WS-INP-DOVIZ-TO NUMERIC
                 COMPUTE WS-ERR-DOVIZ-TO =
                     FUNCTION NUMVAL(WS-INP-DOVIZ-TO)
              END-IF
              MOVE WS-ERR-ID    TO STO-ID
              MOVE WS-ERR-DOVIZ TO STO-DOVIZ
              MOVE 0            TO STO-SEQ
              START STO-FILE KEY IS NOT LESS THAN STO-KEY
                  INVALID KEY
                      SET WS-NO-MORE-RECORDS TO TRUE
                  NOT INVALID KEY
                      SET WS-HAS-MORE-RECORDS TO TRUE
              END-START
              PERFORM H445-CHECK-NEXT-INSTRUCTION
                  UNTIL WS-NO-MORE-RECORDS OR WS-STO-MATCH-FOUND
           END-IF.
       H440-END. EXIT.
      *-----
       H445-CHECK-NEXT-INSTRUCTION.
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
                         AND (STO-LAST-GEN = WS-ERR-RUN-DATE
                              OR NOT WS-ERR-DATE-KNOWN)
                         SET WS-STO-MATCH-FOUND TO TRUE
                      END-IF
                   END-IF
           END-READ.
       H445-END. EXIT.
      *-----
       H448-LEAVE-TO-BRANCH.
           ADD 1 TO WS-CNT-STO-LEFT.
           IF WS-STO-LEFT-COUNT < 500
              ADD 1 TO WS-STO-LEFT-COUNT
              MOVE ERR-ISLEM-TIPI
                  TO WS-STO-LEFT-TIPI (WS-STO-LEFT-COUNT)
              MOVE ERR-ID TO WS-STO-LEFT-ID (WS-STO-LEFT-COUNT)
              MOVE ERR-DOVIZ TO WS-STO-LEFT-DOVIZ (WS-STO-LEFT-COUNT)
              MOVE ERR-RETURN-CODE
                  TO WS-STO-LEFT-RC (WS-STO-LEFT-COUNT)
              MOVE ERR-REASON
                  TO WS-STO-LEFT-REASON (WS-STO-LEFT-COUNT)
           END-IF.
       H448-END. EXIT.
      *-----
      * SAME FIELD EDITS AS PBEG006 H250-EDIT-INPUT / H255, RUN
      * AGAINST THE CORRECTED WORK IMAGE. KEEP IN STEP WITH PBEG006.
      *-----
                      SET WS-EDIT-INVALID TO TRUE
                      MOVE 'GECERSIZ STATU KODU' TO WS-REJECT-REASON
                   END-IF
               WHEN 9
                   IF WS-INP-STATUS-ACTION NOT = 'P'
                      AND WS-INP-STATUS-ACTION NOT = 'R'
                      SET WS-EDIT-INVALID TO TRUE
                      MOVE 'GECERSIZ BLOKAJ KODU' TO WS-REJECT-REASON
                   ELSE
                      IF WS-INP-NAME = SPACES
                         SET WS-EDIT-INVALID TO TRUE
                         MOVE 'GECERSIZ BLOKAJ REFERANSI'
                             TO WS-REJECT-REASON
                      END-IF
                   END-IF
                   IF WS-EDIT-VALID AND WS-INP-STATUS-ACTION = 'P'
                      IF FUNCTION TEST-NUMVAL(WS-INP-ADJ-AMOUNT) NOT = 0
                         OR FUNCTION NUMVAL(WS-INP-ADJ-AMOUNT) <= 0
                         SET WS-EDIT-INVALID TO TRUE
                         MOVE 'GECERSIZ BLOKAJ TUTARI'
                             TO WS-REJECT-REASON
                      ELSE
                         IF WS-INP-SURNAME (1:2) = SPACES
                            SET WS-EDIT-INVALID TO TRUE
                            MOVE 'GECERSIZ BLOKAJ NEDENI'
                                TO WS-REJECT-REASON
                         ELSE
                            IF WS-INP-OPEN-DATE NOT = SPACES
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
           IF WS-INP-OPEN-DATE NOT NUMERIC
              SET WS-EDIT-INVALID TO TRUE
              MOVE 'GECERSIZ BLOKAJ VADESI' TO WS-REJECT-REASON
           ELSE
              MOVE WS-INP-OPEN-DATE TO WS-HOLD-EXPIRY
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLD-EXPIRY) NOT = 0
                 SET WS-EDIT-INVALID TO TRUE
                 MOVE 'GECERSIZ BLOKAJ VADESI' TO WS-REJECT-REASON
              ELSE
                 IF WS-HOLD-EXPIRY < WS-TODAY
                    SET WS-EDIT-INVALID TO TRUE
                    MOVE 'BLOKAJ VADESI GECMIS' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H258-END. EXIT.
      *-----
       H450-WRITE-SUSPENSE.
           MOVE WS-INP-ISLEM-TIPI  TO SUS-OUT-ISLEM-TIPI.
           COMPUTE SUS-OUT-AGE = WS-CURRENT-AGE + 1.
           WRITE SUS-OUT-REC.
       H450-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG010' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG010 STEP RECORD LOST ON RUNCTL'
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
           PERFORM H900-WRITE-CONTROL-REPORT.
           CLOSE ERR-FILE.
           CLOSE SUS-IN-FILE.
           CLOSE STO-FILE.
           CLOSE RES-FILE.
           CLOSE SUS-OUT-FILE.
           CLOSE CTL-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
           MOVE 'CARRIED FORWARD (SUSOUT)' TO WS-CTL-LABEL.
           MOVE WS-CNT-CARRIED-FWD TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'STANDING ORDERS TO BRANCH' TO WS-CTL-LABEL.
           MOVE WS-CNT-STO-LEFT TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           IF NOT WS-ERR-DATE-KNOWN
              MOVE SPACES TO CTL-REC
              STRING 'PBEG006 NOT ON RUNCTL - RUN DATE NOT TESTED'
                  DELIMITED BY SIZE INTO CTL-REC
              WRITE CTL-REC
           END-IF.
           PERFORM H920-WRITE-STO-LEFT
               VARYING WS-STO-LEFT-SUB FROM 1 BY 1
               UNTIL WS-STO-LEFT-SUB > WS-STO-LEFT-COUNT.
           IF WS-CNT-STO-LEFT > WS-STO-LEFT-COUNT
              MOVE SPACES TO CTL-REC
              STRING 'DUZENLI ODEME LISTESI DOLU - SAYIM YUKARIDA'
                  DELIMITED BY SIZE INTO CTL-REC
              WRITE CTL-REC
           END-IF.
       H900-END. EXIT.
      *-----
       H910-WRITE-CTL-LINE.
           WRITE CTL-REC.
       H910-END. EXIT.
      *-----
       H920-WRITE-STO-LEFT.
           MOVE SPACES TO CTL-REC.
           STRING 'DUZENLI ODEME - SUBE KARARI '
                  WS-STO-LEFT-TIPI (WS-STO-LEFT-SUB) ' '
                  WS-STO-LEFT-ID (WS-STO-LEFT-SUB) ' '
                  WS-STO-LEFT-DOVIZ (WS-STO-LEFT-SUB) ' RC '
                  WS-STO-LEFT-RC (WS-STO-LEFT-SUB) ' '
                  WS-STO-LEFT-REASON (WS-STO-LEFT-SUB)
               DELIMITED BY SIZE INTO CTL-REC.
           WRITE CTL-REC.
       H920-END. EXIT.
      *-----
