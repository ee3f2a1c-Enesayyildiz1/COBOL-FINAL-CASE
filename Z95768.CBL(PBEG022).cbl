      * CAN:
      *   1 - KEY A CUSTOMER ID AND SEE THE LIVE IDX-FILE POSITION
      *       ACROSS ALL CURRENCIES (THE SAME KEY BROWSE PBEG008
      *       DOES), WITH THE ACCOUNT STATUS AND THE LEDGER, HELD
      *       AND AVAILABLE BALANCES (LEDGER LESS LIVE HOLDS ON
      *       HLDFILE)
      *   2 - KEY A FULL OR PARTIAL SURNAME AND LIST THE MATCHES
      *       OVER THE ALTERNATE INDEX (AS PBEG015 DOES)
      *   3 - CAPTURE A TRANSACTION (ANY ISLEM TIPI PBEG006 TAKES),
      * (CAPFILE) FOR THE NIGHTLY PBEG006 RUN; THE MASTER IS NEVER
      * UPDATED HERE. THE CAPTURE FILE IS WRAPPED IN THE BATCH
      * HEADER/TRAILER PBEG006 H050 DEMANDS, UNDER THE BATCH NUMBER
      * THE TELLER KEYS AT SIGN-ON. AT NIGHT PBEG017 READS EVERY
      * CAPTURE FILE OF THE DAY, WITH PBEG026'S STOINP AND PBEG030'S
      * CLRPOST, AS ONE INPFILE AND MERGES THEM INTO THE ONE BATCH
      * PBEG006 POSTS.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           STATUS CHECK-FILE-INDEX.
           SELECT CAP-FILE ASSIGN TO CAPFILE
                           STATUS CHECK-FILE-CAP.
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
       FD  IDX-FILE.
           05 IDX-FILE-LAST-MOVE     PIC S9(8)  COMP-3.
       FD  CAP-FILE RECORDING MODE F.
         01  CAP-REC                 PIC X(82).
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
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-CAP         PIC 9(2).
              88 CAP-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
       01  WS-SESSION-AREA.
           05 WS-CHOICE              PIC X(01)  VALUE SPACE.
              88 WS-SESSION-DONE                 VALUE '9'.
              88 WS-EDIT-VALID                   VALUE 'Y'.
              88 WS-EDIT-INVALID                 VALUE 'N'.
           05 WS-ISLEM-TIPI          PIC 9(01).
              88 WS-ISLEM-TIPI-VALID             VALUE 1 THRU 5 7 8 9.
           05 WS-DOVIZ-NUM           PIC 9(03).
              88 WS-DOVIZ-VALID                  VALUE 1 2 3 4.
           05 WS-XFR-DOVIZ-TO        PIC 9(03).
              88 WS-HAS-MORE-RECORDS             VALUE 'Y'.
           05 WS-MATCH-COUNT         PIC 9(05).
           05 WS-CUST-TOTAL          PIC S9(15) COMP-3.
           05 WS-HELD-AMOUNT         PIC S9(15) COMP-3.
           05 WS-HLD-MORE-SWITCH     PIC X(01).
              88 WS-HLD-NO-MORE                  VALUE 'N'.
              88 WS-HLD-HAS-MORE                 VALUE 'Y'.
       01  WS-DETAIL-LINE.
           05 WS-D-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-BALANCE           PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-STATUS            PIC X(01).
       01  WS-HOLD-LINE.
           05 FILLER                 PIC X(06)  VALUE SPACES.
           05 FILLER                 PIC X(07)  VALUE 'LEDGER '.
           05 WS-H-LEDGER            PIC -(14)9.
           05 FILLER                 PIC X(06)  VALUE ' HELD '.
           05 WS-H-HELD              PIC -(14)9.
           05 FILLER                 PIC X(11)  VALUE ' AVAILABLE '.
           05 WS-H-AVAILABLE         PIC -(14)9.
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
           PERFORM H200-ONE-MENU-ROUND UNTIL WS-SESSION-DONE.
           PERFORM H900-WRITE-TRAILER.
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
           MOVE 'PBEG022' TO RCT-STEP.
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
           MOVE 'PBEG022' TO RCT-STEP.
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
           DISPLAY 'PBEG022 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT CAP-FILE.
           OPEN INPUT  HLD-FILE.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE WS-RCT-BUSINESS-DATE TO WS-TODAY.
           DISPLAY 'PBEG022 TELLER SESSION - ' WS-TODAY.
           PERFORM H110-GET-BATCH-NO
               UNTIL WS-BATCH-NO NOT = SPACES.
               NOT AT END
                   IF IDX-FILE-ID = WS-REQ-ID
                      PERFORM H350-SHOW-DETAIL
                      PERFORM H360-SHOW-HOLDS
                      ADD IDX-FILE-BALANCE TO WS-CUST-TOTAL
                   ELSE
                      SET WS-NO-MORE-RECORDS TO TRUE
           DISPLAY WS-DETAIL-LINE.
           ADD 1 TO WS-MATCH-COUNT.
       H350-END. EXIT.
      *-----
      * LIVE HOLDS ARE ACTIVE AND NOT PAST THEIR EXPIRY DATE, THE
      * SAME TEST PBEG006 B290 APPLIES BEFORE A DEBIT.
      *-----
       H360-SHOW-HOLDS.
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
           PERFORM H365-ADD-ONE-HOLD UNTIL WS-HLD-NO-MORE.
           MOVE IDX-FILE-BALANCE TO WS-H-LEDGER.
           MOVE WS-HELD-AMOUNT   TO WS-H-HELD.
           COMPUTE WS-H-AVAILABLE = IDX-FILE-BALANCE - WS-HELD-AMOUNT.
           DISPLAY WS-HOLD-LINE.
       H360-END. EXIT.
      *-----
       H365-ADD-ONE-HOLD.
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
                              OR HLD-EXPIRY NOT < WS-TODAY)
                         ADD HLD-AMOUNT TO WS-HELD-AMOUNT
                      END-IF
                   END-IF
           END-READ.
       H365-END. EXIT.
      *-----
       H400-SURNAME-SEARCH.
           DISPLAY 'SURNAME (FULL OR PARTIAL): ' WITH NO ADVANCING.
      *-----
       H500-CAPTURE-ONE.
           MOVE SPACES TO WS-INP-REC.
           DISPLAY 'ISLEM TIPI (1-5,7,8,9): ' WITH NO ADVANCING.
           ACCEPT WS-INP-ISLEM-TIPI.
           DISPLAY 'CUSTOMER ID (5 DIGITS): ' WITH NO ADVANCING.
           ACCEPT WS-INP-ID.
                   DISPLAY 'STATUS ACTION (B/U/C): '
                       WITH NO ADVANCING
                   ACCEPT WS-INP-STATUS-ACTION
               WHEN '9'
                   DISPLAY 'HOLD ACTION (P=PLACE R=RELEASE): '
                       WITH NO ADVANCING
                   ACCEPT WS-INP-STATUS-ACTION
                   DISPLAY 'HOLD REFERENCE: ' WITH NO ADVANCING
                   ACCEPT WS-INP-NAME
                   IF WS-INP-STATUS-ACTION = 'P'
                      DISPLAY 'HOLD AMOUNT: ' WITH NO ADVANCING
                      ACCEPT WS-INP-ADJ-AMOUNT
                      DISPLAY 'REASON CODE (2 CHARS): '
                          WITH NO ADVANCING
                      ACCEPT WS-INP-SURNAME
                      DISPLAY 'EXPIRY DATE (YYYYMMDD, BLANK=NONE): '
                          WITH NO ADVANCING
                      ACCEPT WS-INP-OPEN-DATE
                   END-IF
           END-EVALUATE.
           PERFORM H250-EDIT-INPUT.
           IF WS-EDIT-VALID AND WS-ISLEM-TIPI-VALID
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
       H900-WRITE-TRAILER.
           MOVE WS-CNT-CAPTURED TO WS-CT-COUNT.
           DISPLAY 'PBEG022 CAPTURED TRANSACTIONS: ' WS-CNT-CAPTURED
               ' ON BATCH ' WS-BATCH-NO.
       H900-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG022' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG022 STEP RECORD LOST ON RUNCTL'
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
           CLOSE IDX-FILE.
           CLOSE CAP-FILE.
           CLOSE HLD-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
