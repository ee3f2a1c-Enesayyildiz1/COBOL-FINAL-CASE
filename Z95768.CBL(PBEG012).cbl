                           STATUS CHECK-FILE-INDEX.
           SELECT BKP-FILE ASSIGN TO BKPFILE
                           STATUS CHECK-FILE-BKP.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
           05 BKP-T-HASH-ID          PIC 9(17).
           05 BKP-T-HASH-BAL         PIC S9(17) SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(10).
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
       01  WS-CNT-UNLOADED           PIC 9(09)  VALUE 0.
       01  WS-HASH-ID                PIC 9(17)  COMP-3 VALUE 0.
       01  WS-HASH-BALANCE           PIC S9(17) COMP-3 VALUE 0.
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
           PERFORM H300-READ-NEXT.
           PERFORM H400-UNLOAD-ONE UNTIL INDEX-FILE-EOF.
           PERFORM H500-WRITE-TRAILER.
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
           MOVE 'PBEG012' TO RCT-STEP.
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
           MOVE 'PBEG012' TO RCT-STEP.
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
           DISPLAY 'PBEG012 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           WRITE BKP-TRAILER.
           DISPLAY 'PBEG012 UNLOADED RECORDS: ' WS-CNT-UNLOADED.
       H500-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG012' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG012 STEP RECORD LOST ON RUNCTL'
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
           CLOSE BKP-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
