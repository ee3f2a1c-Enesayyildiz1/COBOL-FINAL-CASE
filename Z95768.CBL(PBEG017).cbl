      * MISMATCH, OR RECORDS AFTER THE TRAILER END WITH RETURN CODE
      * 8 AND NO CLNFILE TRAILER, SO PBEG006 H050 REFUSES THE OUTPUT
      * EXACTLY AS IT WOULD HAVE REFUSED THE RAW FILE. A PROVED
      * WRAPPER IS REISSUED: A HEADER BUILT AS DESCRIBED BELOW AND A
      * FRESH TRAILER CARRYING THE COUNT AND HASH OF THE CLEAN
      * RECORDS ACTUALLY RELEASED, SINCE REJECTS DROP OUT HERE. AN
      * UNWRAPPED FILE STILL PASSES STRAIGHT THROUGH (AND PBEG006
      * WILL REFUSE IT THERE).
      *
      * PBEG006 POSTS ONE BATCH PER BUSINESS DATE, SO THE NIGHT'S
      * SOURCES ARE MERGED HERE. INPFILE MAY HOLD UP TO 8 WRAPPED
      * BATCHES ONE AFTER ANOTHER (B...T B...T); EACH IS PROVED ON
      * ITS OWN COUNT AND HASH AND CHECKED AGAINST THE PROCESSED-
      * BATCH REGISTER (REGFILE), AND A BATCH ALREADY ON THE
      * REGISTER OR REPEATED ON THE FILE FAILS THE WRAPPER. THE
      * SURVIVORS ARE SORTED TOGETHER INTO ONE CLEAN BATCH WHOSE
      * HEADER LISTS THE BATCH NUMBERS IT WAS BUILT FROM (PBEG006
      * REFUSES IT IF ANY OF THEM IS ON THE REGISTER, AND REGISTERS
      * THEM ALL WITH IT). A SINGLE BATCH KEEPS ITS OWN NUMBER AND
      * DATE; A MERGED ONE IS NUMBERED 'MRG' PLUS THE RUNCTL RUN
      * NUMBER AND DATED WITH THE BUSINESS DATE.
      *
      * NIGHTLY ORDER: PBEG010 (RESFILE), THEN PBEG026 (STOINP) AND
      * PBEG030 (CLRPOST), THEN THIS STEP OVER THOSE THREE FILES AND
      * THE DAY'S PBEG022 TELLER CAPTURE FILES (CAPFILE) READ AS ONE
      * INPFILE, THEN PBEG006 OVER CLNFILE.
      *----
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           STATUS CHECK-FILE-ERR.
           SELECT CTL-FILE ASSIGN TO PRECTL
                           STATUS CHECK-FILE-CTL.
           SELECT OPTIONAL REG-FILE ASSIGN TO REGFILE
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS CHECK-FILE-REG.
           SELECT RCT-FILE ASSIGN TO RUNCTL
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY RCT-STEP
                           STATUS CHECK-FILE-RCT.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
           05 INP-DOVIZ-TO           PIC X(03).
           05 INP-STATUS-ACTION      PIC X(01).
           05 INP-OVERRIDE           PIC X(01).
         01  INP-BATCH-HEADER.
           05 INP-BH-TYPE            PIC X(01).
           05 INP-BH-BATCH-NO        PIC X(08).
           05 INP-BH-DATE            PIC X(08).
           05 FILLER                 PIC X(65).
         01  INP-BATCH-TRAILER.
           05 INP-BT-TYPE            PIC X(01).
           05 INP-BT-COUNT           PIC X(07).
           05 ERR-INP-IMAGE          PIC X(82).
       FD  CTL-FILE RECORDING MODE F.
         01  CTL-REC                 PIC X(80).
       FD  REG-FILE.
         01  REG-REC.
           05 REG-BATCH-NO           PIC X(08).
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
           05 CHECK-FILE-INPUT       PIC 9(2).
              88 INPUT-FILE-EOF                   VALUE 10.
              88 INPUT-FILE-SUCCESS               VALUE 00 97.
              88 ERR-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-CTL         PIC 9(2).
              88 CTL-FILE-SUCCESS                 VALUE 00 97.
           05 CHECK-FILE-REG         PIC 9(2).
              88 REG-FILE-EOF                     VALUE 10.
              88 REG-FILE-SUCCESS                 VALUE 00 97.
       01  WS-SORT-EOF-SWITCH        PIC X(01).
           88 WS-SORT-EOF                        VALUE 'Y'.
       01  WS-BATCH-AREA.
              88 WS-WRAPPER-IN-ERROR             VALUE 'Y'.
           05 WS-CLN-COUNT           PIC 9(07)  VALUE 0.
           05 WS-CLN-HASH            PIC S9(15) COMP-3 VALUE 0.
      *    THE BATCHES READ, IN ARRIVAL ORDER. THE CLNFILE HEADER
      *    CARRIES THEIR NUMBERS SO PBEG006 CAN REGISTER EACH ONE.
       01  WS-PART-AREA.
           05 WS-PART-COUNT          PIC 9(03)  COMP VALUE 0.
           05 WS-PART-MAX            PIC 9(03)  COMP VALUE 8.
           05 WS-PART-SUB            PIC 9(03)  COMP.
           05 WS-PART-LIST.
              10 WS-PART-NO          PIC X(08)  OCCURS 8.
           05 WS-PART-NO-WORK        PIC X(08).
           05 WS-PART-DUP-SWITCH     PIC X(01).
              88 WS-PART-DUPLICATE               VALUE 'Y'.
           05 WS-REG-MATCH-SWITCH    PIC X(01).
              88 WS-BATCH-ALREADY-DONE           VALUE 'Y'.
       01  WS-CLN-HEADER.
           05 WS-CH-TYPE             PIC X(01)  VALUE 'B'.
           05 WS-CH-BATCH-NO         PIC X(08).
           05 WS-CH-DATE             PIC 9(08).
           05 WS-CH-PART-COUNT       PIC 9(01).
           05 WS-CH-PART-LIST        PIC X(64).
       01  WS-CLN-TRAILER.
           05 WS-CT-TYPE             PIC X(01)  VALUE 'T'.
           05 WS-CT-COUNT            PIC 9(07)  VALUE 0.
              88 WS-EDIT-VALID                   VALUE 'Y'.
              88 WS-EDIT-INVALID                 VALUE 'N'.
           05 WS-ISLEM-TIPI          PIC 9(01).
              88 WS-ISLEM-TIPI-VALID             VALUE 1 THRU 5 7 8 9.
           05 WS-DOVIZ-NUM           PIC 9(03).
              88 WS-DOVIZ-VALID                  VALUE 1 2 3 4.
           05 WS-XFR-DOVIZ-TO        PIC 9(03).
           05 WS-CNT-DUP-REJECTED    PIC 9(07)   VALUE 0.
           05 WS-CNT-CONFLICT-REJ    PIC 9(07)   VALUE 0.
           05 WS-CNT-CLEAN           PIC 9(07)   VALUE 0.
           05 WS-CNT-BATCHES         PIC 9(07)   VALUE 0.
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
           SORT SRT-FILE
               ON ASCENDING KEY SRT-KEY-ID
                   THRU P200-EXIT.
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
           MOVE 'PBEG017' TO RCT-STEP.
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
           MOVE 'PBEG017' TO RCT-STEP.
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
           DISPLAY 'PBEG017 NOT STARTED: ' WS-RCT-REFUSE-REASON.
           MOVE 8 TO RETURN-CODE.
           CLOSE RCT-FILE.
           STOP RUN.
       H015-END. EXIT.
      *-----
       H100-OPEN-FILES.
           OPEN INPUT  INP-FILE.
           OPEN OUTPUT CTL-FILE.
           IF (CHECK-FILE-INPUT NOT = 97) AND (CHECK-FILE-INPUT NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-INPUT
              MOVE 8 TO RETURN-CODE
              PERFORM H999-EXIT
           END-IF.
           IF (CHECK-FILE-CLN NOT = 97) AND (CHECK-FILE-CLN NOT = 0)
              DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-CLN
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
       H100-END. EXIT.
      * ONES TO THE SORT, REJECT THE REST IN ERR-FILE FORMAT.
      *-----
       P100-EDIT-AND-RELEASE.
           MOVE SPACES TO WS-PART-LIST.
           READ INP-FILE
               AT END SET INPUT-FILE-EOF TO TRUE
           END-READ.
           IF NOT INPUT-FILE-EOF AND INP-ISLEM-TIPI = 'B'
              SET WS-BATCH-WRAPPED TO TRUE
              PERFORM P102-EDIT-ONE-BATCH
                  UNTIL INPUT-FILE-EOF OR WS-WRAPPER-IN-ERROR
           ELSE
              PERFORM P110-EDIT-ONE
                  UNTIL INPUT-FILE-EOF OR WS-TRAILER-SEEN
              IF WS-TRAILER-SEEN
                 DISPLAY 'PBEG017 BATCH TRAILER WITHOUT HEADER'
                 SET WS-WRAPPER-IN-ERROR TO TRUE
           END-IF.
       P100-EXIT. EXIT.
      *-----
      * ONE WRAPPED BATCH, FROM ITS HEADER (THE RECORD IN THE INPUT
      * AREA) TO ITS TRAILER. ONLY ANOTHER HEADER MAY FOLLOW A
      * TRAILER. THE FIRST FAILURE STOPS THE READ.
      *-----
       P102-EDIT-ONE-BATCH.
           IF INP-BH-TYPE NOT = 'B'
              DISPLAY 'PBEG017 RECORDS AFTER BATCH TRAILER'
              SET WS-WRAPPER-IN-ERROR TO TRUE
           ELSE
              PERFORM P103-CHECK-HEADER
           END-IF.
           IF NOT WS-WRAPPER-IN-ERROR
              MOVE 'N' TO WS-TRL-SEEN-SWITCH
              MOVE 0 TO WS-RAW-COUNT
              MOVE 0 TO WS-RAW-HASH
              MOVE 0 TO WS-EXP-COUNT
              MOVE 0 TO WS-EXP-HASH
              READ INP-FILE
                  AT END SET INPUT-FILE-EOF TO TRUE
              END-READ
              PERFORM P110-EDIT-ONE
                  UNTIL INPUT-FILE-EOF OR WS-TRAILER-SEEN
              PERFORM P105-VERIFY-WRAPPER
           END-IF.
           IF WS-WRAPPER-IN-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.
       P102-END. EXIT.
      *-----
      * A HEADER NEEDS A BATCH NUMBER AND A NUMERIC DATE, AND ITS
      * NUMBER MAY BE NEITHER ON THE REGISTER NOR EARLIER ON THIS
      * FILE.
      *-----
       P103-CHECK-HEADER.
           IF INP-BH-BATCH-NO = SPACES
              OR INP-BH-DATE NOT NUMERIC
              DISPLAY 'PBEG017 INVALID BATCH HEADER'
              SET WS-WRAPPER-IN-ERROR TO TRUE
           ELSE
              IF WS-PART-COUNT >= WS-PART-MAX
                 DISPLAY 'PBEG017 TOO MANY BATCHES ON INPUT FILE'
                 SET WS-WRAPPER-IN-ERROR TO TRUE
              ELSE
                 MOVE INP-BH-BATCH-NO TO WS-PART-NO-WORK
                 PERFORM P104-CHECK-REGISTER
              END-IF
           END-IF.
           IF NOT WS-WRAPPER-IN-ERROR
              ADD 1 TO WS-PART-COUNT
              ADD 1 TO WS-CNT-BATCHES
              MOVE WS-PART-NO-WORK TO WS-PART-NO (WS-PART-COUNT)
              IF WS-PART-COUNT = 1
                 MOVE INP-REC TO WS-BH-IMAGE
              END-IF
              DISPLAY 'PBEG017 BATCH ' WS-PART-NO-WORK ' READ'
           END-IF.
       P103-END. EXIT.
      *-----
       P104-CHECK-REGISTER.
           MOVE 'N' TO WS-PART-DUP-SWITCH.
           PERFORM P106-MATCH-ONE-PART
               VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT.
           IF WS-PART-DUPLICATE
              DISPLAY 'PBEG017 BATCH REPEATED ON INPUT FILE: '
                  WS-PART-NO-WORK
              SET WS-WRAPPER-IN-ERROR TO TRUE
           ELSE
              MOVE 'N' TO WS-REG-MATCH-SWITCH
              OPEN INPUT REG-FILE
              IF (CHECK-FILE-REG NOT = 97) AND (CHECK-FILE-REG NOT = 0)
      -          AND (CHECK-FILE-REG NOT = 05)
                 DISPLAY "FILE NOT OPENED. ERROR CODE:" CHECK-FILE-REG
                 SET WS-WRAPPER-IN-ERROR TO TRUE
              ELSE
                 PERFORM P107-READ-ONE-REGISTER UNTIL REG-FILE-EOF
                 CLOSE REG-FILE
                 IF WS-BATCH-ALREADY-DONE
                    DISPLAY 'PBEG017 BATCH ALREADY PROCESSED: '
                        WS-PART-NO-WORK
                    SET WS-WRAPPER-IN-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
       P104-END. EXIT.
      *-----
      * THE WRAPPER MUST PROVE BEFORE IT IS REISSUED: TRAILER
      * PRESENT AND ITS COUNT/HASH MATCHING WHAT WAS ACTUALLY READ.
      * ANY FAILURE SUPPRESSES THE CLNFILE TRAILER AND ENDS WITH
      * RETURN CODE 8.
      *-----
       P105-VERIFY-WRAPPER.
           IF NOT WS-TRAILER-SEEN
              DISPLAY 'PBEG017 NO BATCH TRAILER ON INPUT FILE'
              SET WS-WRAPPER-IN-ERROR TO TRUE
           END-IF.
           IF NOT WS-WRAPPER-IN-ERROR
              IF WS-RAW-COUNT NOT = WS-EXP-COUNT
                 DISPLAY 'PBEG017 TRAILER COUNT MISMATCH'
                 SET WS-WRAPPER-IN-ERROR TO TRUE
              END-IF
              IF WS-RAW-HASH NOT = WS-EXP-HASH
                 DISPLAY 'PBEG017 TRAILER HASH MISMATCH'
                 SET WS-WRAPPER-IN-ERROR TO TRUE
              END-IF
           END-IF.
           IF WS-WRAPPER-IN-ERROR
              MOVE 8 TO RETURN-CODE
           END-IF.
       P105-END. EXIT.
      *-----
       P106-MATCH-ONE-PART.
           IF WS-PART-NO (WS-PART-SUB) = WS-PART-NO-WORK
              SET WS-PART-DUPLICATE TO TRUE
           END-IF.
       P106-END. EXIT.
      *-----
       P107-READ-ONE-REGISTER.
           READ REG-FILE
               AT END
                   SET REG-FILE-EOF TO TRUE
               NOT AT END
                   IF REG-BATCH-NO = WS-PART-NO-WORK
                      SET WS-BATCH-ALREADY-DONE TO TRUE
                   END-IF
           END-READ.
       P107-END. EXIT.
      *-----
       P110-EDIT-ONE.
           IF INP-BT-TYPE = 'T'
      *-----
      * THE TYPE SEQUENCE GUARANTEES ADDS LAND BEFORE THE UPDATES
      * AND ADJUSTMENTS THAT REFERENCE THEM, AND DELETES LAST:
      *    ADD(3)=1  UPDATE(2)=2  HOLD(9)=3  ADJUST(4)=4
      *    TRANSFER(7)=5  READ(1)=6  DELETE(5)=7  STATUS(8)=8, SO A
      *    SAME-DAY HOLD OR RELEASE IS IN PLACE BEFORE THE DAY'S
      *    DEBITS ARE TESTED AGAINST IT, AND A SAME-DAY BLOCK OR
      *    CLOSE TAKES EFFECT ONLY AFTER THE DAY'S POSTINGS
      *-----
       P120-RELEASE-ONE.
           MOVE WS-INP-ID    TO SRT-KEY-ID.
           EVALUATE WS-ISLEM-TIPI
               WHEN 3 MOVE 1 TO SRT-TYPE-SEQ
               WHEN 2 MOVE 2 TO SRT-TYPE-SEQ
               WHEN 9 MOVE 3 TO SRT-TYPE-SEQ
               WHEN 4 MOVE 4 TO SRT-TYPE-SEQ
               WHEN 7 MOVE 5 TO SRT-TYPE-SEQ
               WHEN 1 MOVE 6 TO SRT-TYPE-SEQ
               WHEN 5 MOVE 7 TO SRT-TYPE-SEQ
               WHEN 8 MOVE 8 TO SRT-TYPE-SEQ
           END-EVALUATE.
           MOVE WS-INP-REC TO SRT-INP-IMAGE.
           RELEASE SRT-REC.
       P200-CHECK-AND-WRITE.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE 0 TO WS-GRP-COUNT.
           IF WS-BATCH-WRAPPED AND WS-PART-COUNT > 0
              PERFORM P205-WRITE-HEADER
           END-IF.
           PERFORM P210-RETURN-NEXT.
           PERFORM P220-COLLECT-ONE UNTIL WS-SORT-EOF.
              END-IF
           END-IF.
       P200-EXIT. EXIT.
      *-----
      * ONE BATCH IN KEEPS ITS OWN NUMBER AND DATE; SEVERAL ARE
      * REISSUED AS ONE UNDER THE RUN'S MERGE NUMBER. EITHER WAY THE
      * HEADER LISTS THE BATCHES READ.
      *-----
       P205-WRITE-HEADER.
           IF WS-PART-COUNT = 1
              MOVE WS-PART-NO (1) TO WS-CH-BATCH-NO
              MOVE WS-BH-IMAGE (10:8) TO WS-CH-DATE
           ELSE
              MOVE 'MRG' TO WS-CH-BATCH-NO (1:3)
              MOVE WS-RCT-RUN-NUMBER TO WS-CH-BATCH-NO (4:5)
              MOVE WS-RCT-BUSINESS-DATE TO WS-CH-DATE
           END-IF.
           MOVE WS-PART-COUNT TO WS-CH-PART-COUNT.
           MOVE WS-PART-LIST TO WS-CH-PART-LIST.
           MOVE WS-CLN-HEADER TO CLN-REC.
           WRITE CLN-REC.
       P205-END. EXIT.
      *-----
       P210-RETURN-NEXT.
           RETURN SRT-FILE
           IF WS-GRP-TYPE-SEQ (WS-GRP-SUB) = 1
              ADD 1 TO WS-GRP-ADDS
           END-IF.
           IF WS-GRP-TYPE-SEQ (WS-GRP-SUB) = 7
              ADD 1 TO WS-GRP-DELETES
           END-IF.
           ADD 1 TO WS-GRP-SUB.
                   MOVE WS-RC-CONFLICT TO ERR-RETURN-CODE
                   PERFORM P130-WRITE-REJECT
                   ADD 1 TO WS-CNT-CONFLICT-REJ
               WHEN WS-GRP-TYPE-SEQ (WS-GRP-SUB) = 7
                    AND WS-GRP-ADDS > 0
                   MOVE 'CAKISAN EKLE/SIL ISLEMI' TO WS-REJECT-REASON
                   MOVE WS-RC-CONFLICT TO ERR-RETURN-CODE
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
                 IF WS-HOLD-EXPIRY < WS-RCT-BUSINESS-DATE
                    SET WS-EDIT-INVALID TO TRUE
                    MOVE 'BLOKAJ VADESI GECMIS' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       H258-END. EXIT.
      *-----
      * A STEP THAT ENDS BELOW RETURN CODE 8 IS COMPLETE AND ITS
      * SUCCESSOR MAY START; ANYTHING WORSE LEAVES IT FAILED.
      *-----
       H990-END-STEP.
           IF WS-RCT-STEP-STARTED
              OPEN I-O RCT-FILE
              MOVE 'PBEG017' TO RCT-STEP
              READ RCT-FILE
                  INVALID KEY
                      DISPLAY 'PBEG017 STEP RECORD LOST ON RUNCTL'
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
           CLOSE CLN-FILE.
           CLOSE ERR-FILE.
           CLOSE CTL-FILE.
           PERFORM H990-END-STEP.
           STOP RUN.
       H999-END. EXIT.
      *-----
           STRING 'PBEG017 CONTROL REPORT' DELIMITED BY SIZE
               INTO CTL-REC.
           WRITE CTL-REC.
           MOVE 'BATCHES READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-BATCHES TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
           MOVE 'TRANSACTIONS READ' TO WS-CTL-LABEL.
           MOVE WS-CNT-READ TO WS-CTL-VALUE.
           PERFORM H910-WRITE-CTL-LINE.
