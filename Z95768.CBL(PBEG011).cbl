      * RECORD IS WRITTEN, SO ACCOUNTING CAN PROOF THE NUMBERS
      * BEFORE POSTING FOR REAL.
      *
      * COMMAND LINE POS 9-14 = PERIOD YYYYMM (OPTIONAL) ACCRUES ON
      * THAT PERIOD'S MONTH-END CLOSING BALANCES FROM THE PERIOD
      * BALANCE HISTORY (PERHIST, WRITTEN BY PBEG035) INSTEAD OF THE
      * LIVE BALANCE, SO THE ACCRUAL NO LONGER DEPENDS ON WHETHER
      * PBEG006 HAS RUN SINCE THE MONTH ENDED. THE PERIOD MUST BE
      * CLOSED (RC 8 OTHERWISE); AN ACCOUNT WITH NO SNAPSHOT FOR IT
      * ACCRUES NOTHING AND IS COUNTED. THE INTEREST IS STILL ADDED
      * TO THE LIVE BALANCE.
      *
      * POSTING MODE ALSO KEEPS THE RECONCILIATION'S OPENING-POSITION
      * CHAIN WHOLE: THE PRIOR NIGHT'S OPENING POSITION (OPNFILE) IS
      * REREAD AND A REFRESHED RECORD WITH THE TOTAL INTEREST POSTED
                           STATUS CHECK-FILE-OPN.
           SELECT NEW-OPN-FILE ASSIGN TO NEWOPN
                           STATUS CHECK-FILE-NEWOPN.
           SELECT OPTIONAL PBH-FILE ASSIGN TO PERHIST
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY PBH-KEY
                           STATUS CHECK-FILE-PBH.
           SELECT RPT-FILE ASSIGN TO ACCRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
         01  NEW-OPN-REC.
           05 NEW-OPN-BALANCE        PIC S9(15) SIGN LEADING SEPARATE.
           05 NEW-OPN-COUNT          PIC 9(09).
      *    PERIOD BALANCE HISTORY, AS WRITTEN BY PBEG035. ID AND
      *    DOVIZ ZERO IS THE CONTROL RECORD OF A CLOSED PERIOD.
       FD  PBH-FILE.
         01  PBH-REC.
           05 PBH-KEY.
             10 PBH-PERIOD           PIC 9(06).
             10 PBH-ID               PIC 9(05).
             10 PBH-DOVIZ            PIC 9(03).
           05 PBH-CLOSING            PIC S9(15) COMP-3.
           05 PBH-STATUS             PIC X(01).
              88 PBH-STATUS-CLOSED               VALUE 'C'.
           05 PBH-AVERAGE            PIC S9(15) COMP-3.
           05 PBH-TRY-VALUE          PIC S9(15) COMP-3.
           05 PBH-RATE               PIC S9(5)V9(6) COMP-3.
           05 PBH-RATE-SW            PIC X(01).
              88 PBH-HAS-RATE                    VALUE 'Y'.
           05 PBH-MOVES              PIC 9(05).
           05 PBH-CLOSE-DATE         PIC 9(08).
           05 PBH-RUN-NUMBER         PIC 9(05).
           05 FILLER                 PIC X(10).
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
           05 CHECK-FILE-INDEX       PIC 9(2).
              88 INDEX-FILE-EOF                   VALUE 10.
              88 INDEX-FILE-SUCCESS               VALUE 00 97.
              88 OPN-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-NEWOPN      PIC 9(2).
              88 NEWOPN-FILE-SUCCESS              VALUE 00 97.
           05 CHECK-FILE-PBH         PIC 9(2).
              88 PBH-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
      *    ACCRUAL ISLEM TIPI ON THE AUDIT TRAIL. PBEG006 USES 1-5.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-SIMULATE-SWITCH     PIC X(01)  VALUE SPACE.
              88 WS-SIMULATE-MODE                VALUE 'S'.
      *    POSTING STAMP FOR THE AUDIT TRAIL, AS IN PBEG006: THE
      *    BUSINESS DATE AND RUN NUMBER FROM RUNCTL, THE POSTING TIME
      *    AND A PER-RUN SEQUENCE NUMBER. A RUN NUMBER ON COMMAND LINE
      *    POS 3-7 MUST AGREE WITH RUNCTL.
           05 WS-POST-DATE           PIC 9(08)  VALUE 0.
           05 WS-TIME-RAW            PIC 9(08)  VALUE 0.
           05 WS-POST-TIME           PIC 9(06)  VALUE 0.
           05 WS-RUN-NUMBER-X        PIC X(05)  VALUE SPACES.
           05 WS-RUN-NUMBER          PIC 9(05)  VALUE 0.
           05 WS-AUD-SEQ             PIC 9(07)  VALUE 0.
      *    MONTH-END BASIS: THE CLOSED PERIOD WHOSE CLOSING BALANCES
      *    ARE ACCRUED ON, WHEN ONE IS GIVEN.
           05 WS-BASIS-PERIOD-X      PIC X(06)  VALUE SPACES.
           05 WS-BASIS-PERIOD        PIC 9(06)  VALUE 0.
           05 WS-BASIS-SWITCH        PIC X(01)  VALUE 'N'.
              88 WS-PERIOD-BASIS                 VALUE 'Y'.
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
              10 WS-DVZ-INTEREST     PIC S9(15) COMP-3.
       01  WS-DVZ-SUB                PIC 9(03).
       01  WS-INTEREST               PIC S9(15) COMP-3.
       01  WS-BASE-BALANCE           PIC S9(15) COMP-3 VALUE 0.
       01  WS-CNT-NO-SNAPSHOT        PIC 9(07)  VALUE 0.
       01  WS-TOTAL-INTEREST         PIC S9(15) COMP-3 VALUE 0.
       01  WS-OPN-BALANCE            PIC S9(15) COMP-3 VALUE 0.
       01  WS-OPN-COUNT              PIC 9(09)  VALUE 0.
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
           PERFORM H200-WRITE-HEADER.
           END-IF.
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
      *    A SIMULATION CHANGES NOTHING, SO IT IS NOT A RUN OF THE
      *    STEP AND DOES NOT NEED ITS PREDECESSOR.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:1) TO WS-SIMULATE-SWITCH.
           MOVE 'PBEG011' TO RCT-STEP.
           READ RCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RCT-DEFINED-SWITCH
               NOT INVALID KEY
                   SET WS-RCT-STEP-DEFINED TO TRUE
           END-READ.
           IF WS-RCT-STEP-DEFINED AND NOT WS-SIMULATE-MODE
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
           MOVE 'PBEG011' TO RCT-STEP.
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
           DISPLAY 'PBEG011 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE.
           MOVE WS-CMDLINE (1:1) TO WS-SIMULATE-SWITCH.
           MOVE WS-CMDLINE (3:5) TO WS-RUN-NUMBER-X.
           MOVE WS-RCT-RUN-NUMBER TO WS-RUN-NUMBER.
           MOVE WS-RCT-BUSINESS-DATE TO WS-POST-DATE.
           IF WS-RUN-NUMBER-X IS NUMERIC
              AND WS-RUN-NUMBER-X NOT = SPACES
              IF FUNCTION NUMVAL(WS-RUN-NUMBER-X) NOT = WS-RUN-NUMBER
                 DISPLAY 'PBEG011 RUN NUMBER DIFFERS FROM RUNCTL: '
                     WS-RUN-NUMBER-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           ACCEPT WS-TIME-RAW FROM TIME.
           MOVE WS-TIME-RAW (1:6) TO WS-POST-TIME.
           MOVE WS-CMDLINE (9:6) TO WS-BASIS-PERIOD-X.
           IF WS-BASIS-PERIOD-X IS NUMERIC
              MOVE WS-BASIS-PERIOD-X TO WS-BASIS-PERIOD
              SET WS-PERIOD-BASIS TO TRUE
              PERFORM H110-OPEN-PERIOD
           END-IF.
           IF WS-SIMULATE-MODE
              OPEN INPUT IDX-FILE
           ELSE
              IF (CHECK-FILE-AUD NOT = 97) AND
      -          (CHECK-FILE-AUD NOT = 0)
                 DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-AUD
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           OPEN OUTPUT RPT-FILE.
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
       H100-END. EXIT.
      *-----
      * ONLY A PERIOD PBEG035 HAS FINISHED CLOSING MAY BE USED.
      *-----
       H110-OPEN-PERIOD.
           OPEN INPUT PBH-FILE.
           IF (CHECK-FILE-PBH NOT = 97) AND (CHECK-FILE-PBH NOT = 0)
      -       AND (CHECK-FILE-PBH NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PBH
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           MOVE WS-BASIS-PERIOD TO PBH-PERIOD.
           MOVE 0 TO PBH-ID PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   DISPLAY 'PBEG011 PERIOD NOT CLOSED: '
                       WS-BASIS-PERIOD
                   MOVE 8 TO RETURN-CODE
                   PERFORM H999-EXIT
           END-READ.
       H110-END. EXIT.
      *-----
       H150-LOAD-RATES.
           MOVE 'N' TO WS-DVZ-RATE-SW (1)
           OPEN INPUT PAR-FILE.
           IF (CHECK-FILE-PAR NOT = 97) AND (CHECK-FILE-PAR NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-PAR
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H160-READ-ONE-RATE UNTIL PAR-FILE-EOF.
                  DELIMITED BY SIZE INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           IF WS-PERIOD-BASIS
              STRING 'BASIS: MONTH-END BALANCES OF PERIOD '
                     WS-BASIS-PERIOD DELIMITED BY SIZE INTO RPT-REC
           ELSE
              STRING 'BASIS: LIVE BALANCES' DELIMITED BY SIZE
                  INTO RPT-REC
           END-IF.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
       H300-READ-NEXT.
           ADD 1 TO WS-CNT-READ.
           IF IDX-FILE-DOVIZ >= 1 AND IDX-FILE-DOVIZ <= 4
              MOVE IDX-FILE-DOVIZ TO WS-DVZ-SUB
              IF WS-PERIOD-BASIS
                 PERFORM H420-READ-SNAPSHOT
              ELSE
                 MOVE IDX-FILE-BALANCE TO WS-BASE-BALANCE
              END-IF
      *    A CLOSED ACCOUNT EARNS NOTHING; BLOCKED AND DORMANT
      *    ACCOUNTS STILL ACCRUE.
              IF WS-DVZ-HAS-RATE (WS-DVZ-SUB)
                 AND WS-BASE-BALANCE > 0
                 AND NOT IDX-STATUS-CLOSED
                 PERFORM H450-POST-INTEREST
              ELSE
           END-IF.
           PERFORM H300-READ-NEXT.
       H400-END. EXIT.
      *-----
       H420-READ-SNAPSHOT.
           MOVE WS-BASIS-PERIOD TO PBH-PERIOD.
           MOVE IDX-FILE-ID TO PBH-ID.
           MOVE IDX-FILE-DOVIZ TO PBH-DOVIZ.
           READ PBH-FILE
               INVALID KEY
                   MOVE 0 TO WS-BASE-BALANCE
                   ADD 1 TO WS-CNT-NO-SNAPSHOT
               NOT INVALID KEY
                   MOVE PBH-CLOSING TO WS-BASE-BALANCE
           END-READ.
       H420-END. EXIT.
      *-----
       H450-POST-INTEREST.
           COMPUTE WS-INTEREST ROUNDED =
               WS-BASE-BALANCE * WS-DVZ-RATE (WS-DVZ-SUB) / 100.
           IF WS-INTEREST = 0
              ADD 1 TO WS-DVZ-SKIPPED (WS-DVZ-SUB)
              ADD 1 TO WS-CNT-SKIPPED
           MOVE 'ACCOUNTS SKIPPED' TO WS-CTL-LABEL.
           MOVE WS-CNT-SKIPPED TO WS-CTL-VALUE.
           PERFORM H920-WRITE-CTL-LINE.
           IF WS-PERIOD-BASIS
              MOVE 'ACCOUNTS WITH NO SNAPSHOT' TO WS-CTL-LABEL
              MOVE WS-CNT-NO-SNAPSHOT TO WS-CTL-VALUE
              PERFORM H920-WRITE-CTL-LINE
           END-IF.
       H900-END. EXIT.
      *-----
       H910-WRITE-ONE-CURRENCY.
           IF (CHECK-FILE-OPN NOT = 97) AND (CHECK-FILE-OPN NOT = 0)
      -       AND (CHECK-FILE-OPN NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-OPN
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           PERFORM H960-READ-OPENING UNTIL OPN-FILE-EOF.
           IF (CHECK-FILE-NEWOPN NOT = 97) AND
      -       (CHECK-FILE-NEWOPN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-NEWOPN
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF WS-OPN-SEEN
                   SET WS-OPN-SEEN TO TRUE
           END-READ.
       H960-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG011' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG011 STEP RECORD LOST ON RUNCTL'
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
           IF NOT WS-SIMULATE-MODE
              CLOSE AUD-FILE
           END-IF.
           IF WS-PERIOD-BASIS
              CLOSE PBH-FILE
           END-IF.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
