      * READS A LIST OF CUSTOMER IDS (IDQFILE), BROWSES IDX-FILE
      * (IDXFILE) DYNAMICALLY FOR EVERY IDX-FILE-DOVIZ HELD BY EACH
      * ID, AND WRITES ONE CONSOLIDATED MULTI-CURRENCY LISTING PER
      * CUSTOMER TO INQRPT. UNDER EACH CURRENCY LINE THE LEDGER
      * BALANCE IS SPLIT INTO THE AMOUNT HELD BY LIVE HOLDS ON
      * HLDFILE (OPTIONAL) AND THE BALANCE STILL AVAILABLE.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           STATUS CHECK-FILE-INPUT.
           SELECT RPT-FILE ASSIGN TO INQRPT
                           STATUS CHECK-FILE-OUTPUT.
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
           05 INQ-ID                 PIC X(05).
       FD  RPT-FILE RECORDING MODE F.
         01  RPT-REC                 PIC X(80).
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
           05 CHECK-FILE-INPUT       PIC 9(2).
              88 INPUT-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
       01  WS-TODAY                  PIC 9(08)  VALUE 0.
       01  WS-HELD-AMOUNT            PIC S9(15) COMP-3.
       01  WS-HLD-MORE-SWITCH        PIC X(01).
           88 WS-HLD-NO-MORE                     VALUE 'N'.
           88 WS-HLD-HAS-MORE                    VALUE 'Y'.
       01  WS-REQ-ID                 PIC S9(5)  COMP-3.
       01  WS-MORE-CURRENCIES        PIC X(01).
           88 WS-NO-MORE-CURRENCIES              VALUE 'N'.
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
       01  WS-SUMMARY-LINE.
           05 WS-S-LABEL             PIC X(25)  VALUE
                'CUSTOMER TOTAL BALANCE:'.
           05 WS-S-COUNT             PIC ZZ9.
           05 FILLER                 PIC X(05)  VALUE SPACES.
           05 WS-S-BALANCE           PIC -(14)9.
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
           PERFORM H200-PROCESS-ONE-ID UNTIL INPUT-FILE-EOF.
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
           MOVE 'PBEG008' TO RCT-STEP.
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
           MOVE 'PBEG008' TO RCT-STEP.
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
           DISPLAY 'PBEG008 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           OPEN INPUT  INQ-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN INPUT  HLD-FILE.
           MOVE WS-RCT-BUSINESS-DATE TO WS-TODAY.
           IF (CHECK-FILE-INPUT NOT = 97) AND (CHECK-FILE-INPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-INDEX NOT = 97) AND (CHECK-FILE-INDEX NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INDEX
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-OUTPUT NOT = 97) AND
      -       (CHECK-FILE-OUTPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OUTPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           READ INQ-FILE
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H360-WRITE-HOLD-LINE.
           ADD IDX-FILE-BALANCE TO WS-CUST-TOTAL-BALANCE.
           ADD 1 TO WS-CUST-CURR-COUNT.
       H350-END. EXIT.
      *-----
      * LIVE HOLDS ARE ACTIVE AND NOT PAST THEIR EXPIRY DATE, THE
      * SAME TEST PBEG006 B290 APPLIES BEFORE A DEBIT.
      *-----
       H360-WRITE-HOLD-LINE.
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
           MOVE SPACES TO RPT-REC.
           MOVE WS-HOLD-LINE TO RPT-REC.
           WRITE RPT-REC.
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
       H400-WRITE-SUMMARY.
           MOVE WS-CUST-CURR-COUNT    TO WS-S-COUNT.
           MOVE WS-SUMMARY-LINE TO RPT-REC.
           WRITE RPT-REC.
       H400-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG008' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG008 STEP RECORD LOST ON RUNCTL'
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
           CLOSE INQ-FILE.
           CLOSE IDX-FILE.
           CLOSE RPT-FILE.
           CLOSE HLD-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
