                            STATUS GL-ST.
           SELECT STM-FILE  ASSIGN TO STMFILE
                            STATUS STM-ST.
           SELECT CTL-FILE  ASSIGN TO CTLFILE
                            STATUS CTL-ST.
           SELECT RCTL-IN-FILE  ASSIGN TO RCTLIN
                            STATUS RCTL-IN-ST.
           SELECT RCTL-OUT-FILE ASSIGN TO RCTLOUT
                            STATUS RCTL-OUT-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE RECORDING MODE F.
           05 FILLER                      PIC X(11).
       FD  STM-FILE RECORDING MODE F.
       01  STM-REC                      PIC X(80).
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
           05 CTL-TYPE                  PIC X(01).
           05 CTL-STREAM                PIC 9(01).
           05 CTL-RUN-DATE              PIC 9(08).
           05 CTL-COUNT                 PIC 9(07).
           05 CTL-HASH                  PIC 9(15).
           05 FILLER                    PIC X(48).
       FD  RCTL-IN-FILE RECORDING MODE F.
       01  RCTL-IN-REC                  PIC X(80).
       FD  RCTL-OUT-FILE RECORDING MODE F.
       01  RCTL-REC.
           05 RCTL-LAST-DATE            PIC 9(08).
           05 RCTL-DONE-DATE            PIC 9(08).
           05 RCTL-DONE-TIME            PIC 9(08).
           05 RCTL-DAY-CNT              PIC 9(07).
           05 RCTL-DAY-HASH             PIC 9(15).
           05 FILLER                    PIC X(34).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 OUT-ST                 PIC 9(02).
              88 GL-SUCCESS                     VALUE 00 97.
           05 STM-ST                 PIC 9(02).
              88 STM-SUCCESS                    VALUE 00 97.
           05 CTL-ST                 PIC 9(02).
              88 CTL-EOF                        VALUE 10.
              88 CTL-SUCCESS                    VALUE 00 97.
           05 RCTL-IN-ST             PIC 9(02).
              88 RCTL-IN-EOF                    VALUE 10.
              88 RCTL-IN-SUCCESS                VALUE 00 97.
           05 RCTL-OUT-ST            PIC 9(02).
              88 RCTL-OUT-SUCCESS               VALUE 00 97.
           05 WS-RCTL-OLD-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-RCTL-NEW-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-RCTL-ACTION         PIC X(25)  VALUE SPACES.
           05 WS-TODAY               PIC 9(08).
           05 WS-NOW                 PIC 9(08).
           05 WS-OUT-TIPI            PIC 9(01).
           05 WS-RUN-DATE            PIC 9(08)  VALUE ZERO.
           05 WS-STMT-CNT            PIC 9(07)  VALUE ZERO.
           PERFORM P400-SWEEP-ORPHANS THRU P400-END
              VARYING WS-MVT-SUB FROM 1 BY 1
              UNTIL WS-MVT-SUB > WS-MVT-CNT.
           PERFORM P600-UPDATE-RUN-CONTROL THRU P600-END.
           PERFORM P500-WRAP-UP THRU P500-END.
           PERFORM P999-PROGRAM-EXIT.

                  DELIMITED BY SIZE INTO STM-REC
           END-STRING
           WRITE STM-REC
           MOVE SPACES TO STM-REC
           STRING 'LAST COMPLETED DATE......: ' WS-RCTL-NEW-DATE
                  '  ' WS-RCTL-ACTION
                  DELIMITED BY SIZE INTO STM-REC
           END-STRING
           WRITE STM-REC
           CLOSE OUT-FILE
                 GL-FILE
                 STM-FILE
           END-IF.
       P500-END. EXIT.

       P600-UPDATE-RUN-CONTROL.
           OPEN INPUT  RCTL-IN-FILE.
           OPEN OUTPUT RCTL-OUT-FILE.
           IF NOT RCTL-IN-SUCCESS OR NOT RCTL-OUT-SUCCESS
              DISPLAY 'HMWRK008 - RUN CONTROL FILE OPEN FAILED ST '
                      RCTL-IN-ST ' / ' RCTL-OUT-ST
              MOVE 16 TO RETURN-CODE
              PERFORM P999-PROGRAM-EXIT
           END-IF
           READ RCTL-IN-FILE
               AT END SET RCTL-IN-EOF TO TRUE
           END-READ
           IF RCTL-IN-EOF
              MOVE SPACES TO RCTL-REC
              MOVE ZERO   TO RCTL-LAST-DATE
           ELSE
              MOVE RCTL-IN-REC TO RCTL-REC
              IF RCTL-LAST-DATE NOT NUMERIC
                 DISPLAY 'HMWRK008 - INVALID RUN CONTROL RECORD'
                 MOVE 16 TO RETURN-CODE
                 PERFORM P999-PROGRAM-EXIT
              END-IF
           END-IF
           MOVE RCTL-LAST-DATE TO WS-RCTL-OLD-DATE
           MOVE RCTL-LAST-DATE TO WS-RCTL-NEW-DATE
           CLOSE RCTL-IN-FILE
           OPEN INPUT CTL-FILE.
           READ CTL-FILE
               AT END SET CTL-EOF TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CTL-EOF OR CTL-TYPE NOT = 'D'
                  MOVE 'NO DAY CONTROL - KEPT' TO WS-RCTL-ACTION
               WHEN WS-ORPHAN-CNT > ZERO
                  MOVE 'STATEMENTS BROKEN - KEPT' TO WS-RCTL-ACTION
               WHEN CTL-RUN-DATE NOT > WS-RCTL-OLD-DATE
                  MOVE 'NOT LATER - KEPT' TO WS-RCTL-ACTION
               WHEN OTHER
                  PERFORM P610-ADVANCE-DATE THRU P610-END
           END-EVALUATE
           CLOSE CTL-FILE
           IF RCTL-IN-EOF AND WS-RCTL-NEW-DATE = ZERO
              DISPLAY 'HMWRK008 - RUN CONTROL NOT ADVANCED AND NO '
                      'PRIOR DATE TO CARRY FORWARD'
           ELSE
              WRITE RCTL-REC
           END-IF
           CLOSE RCTL-OUT-FILE
           DISPLAY 'HMWRK008 - LAST COMPLETED BUSINESS DATE '
                   WS-RCTL-NEW-DATE '  ' WS-RCTL-ACTION.
       P600-END. EXIT.

       P610-ADVANCE-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW   FROM TIME.
           MOVE SPACES           TO RCTL-REC
           MOVE CTL-RUN-DATE     TO RCTL-LAST-DATE
           MOVE WS-TODAY         TO RCTL-DONE-DATE
           MOVE WS-NOW           TO RCTL-DONE-TIME
           MOVE CTL-COUNT        TO RCTL-DAY-CNT
           MOVE CTL-HASH         TO RCTL-DAY-HASH
           MOVE CTL-RUN-DATE     TO WS-RCTL-NEW-DATE
           MOVE 'ADVANCED'       TO WS-RCTL-ACTION.
       P610-END. EXIT.

       P999-PROGRAM-EXIT.
           STOP RUN.
       P999-END. EXIT.
