       IDENTIFICATION DIVISION.
       PROGRAM-ID. PBEG027.
       AUTHOR.     ENES AYYILDIZ.
      *----
      * NIGHTLY EXPIRY OF LAPSED AMOUNT HOLDS
      *
      * SWEEPS THE HOLD FILE (HLDFILE) SEQUENTIALLY AND MARKS EVERY
      * ACTIVE HOLD WHOSE EXPIRY DATE IS BEFORE THE BUSINESS DATE AS
      * EXPIRED ('E'), STAMPING THE DATE IT WAS CLOSED. PBEG006 B290
      * ALREADY STOPS COUNTING A LAPSED HOLD THE DAY AFTER ITS
      * EXPIRY; THIS STEP MAKES THE FILE SAY SO AND GIVES THE BRANCH
      * A LIST OF THE FUNDS THAT BECAME AVAILABLE AGAIN. HOLDS WITH
      * NO EXPIRY DATE STAY UNTIL RELEASED BY A TIPI-9 'R' CARD. A
      * HOLD MOVES NO BALANCE, SO NOTHING IS AUDITED.
      *
      * THE REPORT (HLDRPT) LISTS EACH EXPIRED HOLD AND THE COUNT AND
      * AMOUNT RELEASED PER CURRENCY.
      *
      * COMMAND LINE:
      *    POS 1-8  BUSINESS DATE (OPTIONAL, MUST AGREE WITH RUNCTL)
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY HLD-KEY
                           STATUS CHECK-FILE-HLD.
           SELECT RPT-FILE ASSIGN TO HLDRPT
                           STATUS CHECK-FILE-OUTPUT.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
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
           05 CHECK-FILE-HLD         PIC 9(2).
              88 HLD-FILE-EOF                     VALUE 10.
              88 HLD-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-OUTPUT      PIC 9(2).
              88 OUTPUT-FILE-SUCCESS               VALUE 00 97.
       01  WS-RUN-MODE-AREA.
           05 WS-CMDLINE             PIC X(40)  VALUE SPACES.
           05 WS-BUSINESS-DATE-X     PIC X(08)  VALUE SPACES.
           05 WS-BUSINESS-DATE       PIC 9(08)  VALUE 0.
      *    VALID DOVIZ (CURRENCY) CODES, AS EDITED BY PBEG006:
      *      1 = TRY   2 = USD   3 = EUR   4 = GBP
       01  WS-DVZ-NAME-LIST          PIC X(12)  VALUE 'TRYUSDEURGBP'.
       01  WS-DVZ-NAMES REDEFINES WS-DVZ-NAME-LIST.
           05 WS-DVZ-NAME            PIC X(03)  OCCURS 4.
       01  WS-DVZ-TABLE.
           05 WS-DVZ-ENTRY OCCURS 4.
              10 WS-DVZ-COUNT        PIC 9(07).
              10 WS-DVZ-AMOUNT       PIC S9(15) COMP-3.
       01  WS-DVZ-SUB                PIC 9(03).
       01  WS-CNT-READ               PIC 9(07)  VALUE 0.
       01  WS-CNT-ACTIVE             PIC 9(07)  VALUE 0.
       01  WS-CNT-EXPIRED            PIC 9(07)  VALUE 0.
       01  WS-AMT-EXPIRED            PIC S9(15) COMP-3 VALUE 0.
       01  WS-DETAIL-LINE.
           05 WS-D-ID                PIC Z(4)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-REF               PIC X(15).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-REASON            PIC X(02).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-AMOUNT            PIC -(14)9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-PLACED            PIC 9(08).
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-D-EXPIRY            PIC 9(08).
       01  WS-DVZ-LINE.
           05 FILLER                 PIC X(05)  VALUE 'DVZ'.
           05 WS-V-DOVIZ             PIC ZZ9.
           05 FILLER                 PIC X(01)  VALUE SPACE.
           05 WS-V-DVZ-NAME          PIC X(03).
           05 FILLER                 PIC X(10)  VALUE '  EXPIRED:'.
           05 WS-V-COUNT             PIC Z(6)9.
           05 FILLER                 PIC X(09)  VALUE '  AMOUNT:'.
           05 WS-V-AMOUNT            PIC -(14)9.
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
           PERFORM H300-READ-NEXT.
           PERFORM H400-SWEEP-ONE UNTIL HLD-FILE-EOF.
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
           MOVE 'PBEG027' TO RCT-STEP.
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
           MOVE 'PBEG027' TO RCT-STEP.
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
           DISPLAY 'PBEG027 NOT STARTED: ' WS-RCT-REFUSE-REASON.
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
                 DISPLAY 'PBEG027 BUSINESS DATE DIFFERS FROM RUNCTL: '
                     WS-BUSINESS-DATE-X
                 MOVE 8 TO RETURN-CODE
                 PERFORM H999-EXIT
              END-IF
           END-IF.
           MOVE 0 TO WS-DVZ-COUNT (1) WS-DVZ-COUNT (2)
                     WS-DVZ-COUNT (3) WS-DVZ-COUNT (4).
           MOVE 0 TO WS-DVZ-AMOUNT (1) WS-DVZ-AMOUNT (2)
                     WS-DVZ-AMOUNT (3) WS-DVZ-AMOUNT (4).
           OPEN I-O    HLD-FILE.
           OPEN OUTPUT RPT-FILE.
           IF (CHECK-FILE-HLD NOT = 97) AND (CHECK-FILE-HLD NOT = 0)
      -       AND (CHECK-FILE-HLD NOT = 05)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-HLD
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
           STRING 'HOLD EXPIRY - PBEG027  BUSINESS DATE '
                  WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           STRING '   ID DVZ REFERENCE       RS          '
                  ' AMOUNT PLACED   EXPIRY'
                  DELIMITED BY SIZE INTO RPT-REC.
           WRITE RPT-REC.
       H200-END. EXIT.
      *-----
       H300-READ-NEXT.
           READ HLD-FILE NEXT RECORD
               AT END SET HLD-FILE-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *-----
       H400-SWEEP-ONE.
           ADD 1 TO WS-CNT-READ.
           IF HLD-STATUS-ACTIVE
              IF HLD-EXPIRY NOT = 0
                 AND HLD-EXPIRY < WS-BUSINESS-DATE
                 PERFORM H410-EXPIRE-ONE
              ELSE
                 ADD 1 TO WS-CNT-ACTIVE
              END-IF
           END-IF.
           PERFORM H300-READ-NEXT.
       H400-END. EXIT.
      *-----
       H410-EXPIRE-ONE.
           MOVE 'E' TO HLD-STATUS.
           MOVE WS-BUSINESS-DATE TO HLD-CLOSED-DATE.
           REWRITE HLD-MEMBERS.
           ADD 1 TO WS-CNT-EXPIRED.
           ADD HLD-AMOUNT TO WS-AMT-EXPIRED.
           MOVE SPACES TO WS-D-DVZ-NAME.
           IF HLD-DOVIZ >= 1 AND HLD-DOVIZ <= 4
              MOVE HLD-DOVIZ TO WS-DVZ-SUB
              ADD 1 TO WS-DVZ-COUNT (WS-DVZ-SUB)
              ADD HLD-AMOUNT TO WS-DVZ-AMOUNT (WS-DVZ-SUB)
              MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-D-DVZ-NAME
           END-IF.
           MOVE HLD-ID          TO WS-D-ID.
           MOVE HLD-REF         TO WS-D-REF.
           MOVE HLD-REASON      TO WS-D-REASON.
           MOVE HLD-AMOUNT      TO WS-D-AMOUNT.
           MOVE HLD-PLACED-DATE TO WS-D-PLACED.
           MOVE HLD-EXPIRY      TO WS-D-EXPIRY.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       H410-END. EXIT.
      *-----
       H900-WRITE-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 1 TO WS-DVZ-SUB.
           PERFORM H920-WRITE-DVZ-LINE UNTIL WS-DVZ-SUB > 4.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HOLD RECORDS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'HOLDS EXPIRED TONIGHT' TO WS-CTL-LABEL.
           MOVE WS-CNT-EXPIRED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'AMOUNT RELEASED BY EXPIRY' TO WS-CTL-LABEL.
           MOVE WS-AMT-EXPIRED TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'HOLDS STILL ACTIVE' TO WS-CTL-LABEL.
           MOVE WS-CNT-ACTIVE TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
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
       H920-WRITE-DVZ-LINE.
           MOVE WS-DVZ-SUB TO WS-V-DOVIZ.
           MOVE WS-DVZ-NAME (WS-DVZ-SUB) TO WS-V-DVZ-NAME.
           MOVE WS-DVZ-COUNT (WS-DVZ-SUB) TO WS-V-COUNT.
           MOVE WS-DVZ-AMOUNT (WS-DVZ-SUB) TO WS-V-AMOUNT.
           MOVE SPACES TO RPT-REC.
           MOVE WS-DVZ-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-DVZ-SUB.
       H920-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG027' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG027 STEP RECORD LOST ON RUNCTL'
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
           CLOSE HLD-FILE.
           CLOSE RPT-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
