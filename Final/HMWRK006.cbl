                            STATUS CTL-ST.
           SELECT OPTIONAL PARM-FILE ASSIGN TO PARMFILE
                            STATUS PARM-ST.
           SELECT RCTL-FILE ASSIGN TO RCTLIN
                            STATUS RCTL-ST.
           SELECT CAL-FILE  ASSIGN TO CALMSTR
                            STATUS CAL-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  INP-FILE RECORDING MODE F.
           05 PARM-KEYWORD              PIC X(08).
           05 PARM-VALUE                PIC X(15).
           05 FILLER                    PIC X(57).
       FD  RCTL-FILE RECORDING MODE F.
       01  RCTL-REC.
           05 RCTL-LAST-DATE            PIC 9(08).
           05 RCTL-DONE-DATE            PIC 9(08).
           05 RCTL-DONE-TIME            PIC 9(08).
           05 RCTL-DAY-CNT              PIC 9(07).
           05 RCTL-DAY-HASH             PIC 9(15).
           05 FILLER                    PIC X(34).
       FD  CAL-FILE RECORDING MODE F.
       01  CAL-REC.
           05 CAL-DVZ                    PIC X(03).
           05 CAL-DATE                   PIC 9(08).
           05 CAL-DESC                   PIC X(20).
           05 FILLER                     PIC X(09).
       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           05 INP-ST                 PIC 9(02).
           05 PARM-ST                PIC 9(02).
              88 PARM-EOF                       VALUE 10.
              88 PARM-SUCCESS                   VALUE 00 05 97.
           05 RCTL-ST                PIC 9(02).
              88 RCTL-EOF                       VALUE 10.
              88 RCTL-SUCCESS                   VALUE 00 97.
           05 CAL-ST                 PIC 9(02).
              88 CAL-EOF                        VALUE 10.
              88 CAL-SUCCESS                    VALUE 00 97.
           05 WS-PARM-SOURCE-SW      PIC X(01)  VALUE 'N'.
              88 WS-PARM-FROM-FILE              VALUE 'Y'.
           05 WS-SPLIT-1             PIC X(03)  VALUE '400'.
           05 WS-STRM-STATS OCCURS 3 TIMES.
              10 WS-STRM-CNT         PIC 9(07).
              10 WS-STRM-HASH        PIC 9(15).
         01  WS-RCTL-AREA.
           05 WS-DATE-OVRD           PIC 9(08)  VALUE ZERO.
           05 WS-LAST-DATE           PIC 9(08)  VALUE ZERO.
           05 WS-NEXT-DATE           PIC 9(08)  VALUE ZERO.
           05 WS-MR-DATE             PIC 9(08).
           05 WS-MR-DATE-R REDEFINES WS-MR-DATE.
              10 WS-MR-YYYY          PIC 9(04).
              10 WS-MR-MM            PIC 9(02).
              10 WS-MR-DD            PIC 9(02).
           05 WS-MR-LEN              PIC 9(02).
           05 WS-MR-Q                PIC 9(04).
           05 WS-MR-R4               PIC 9(04).
           05 WS-MR-R100             PIC 9(04).
           05 WS-MR-R400             PIC 9(04).
           05 WS-MON-LEN-TAB         PIC X(24)
                 VALUE '312831303130313130313031'.
           05 WS-MON-LEN-R REDEFINES WS-MON-LEN-TAB.
              10 WS-MON-LEN          PIC 9(02) OCCURS 12 TIMES.
         01  WS-DTD-AREA.
           05 WS-DTD-DATE            PIC 9(08).
           05 WS-DTD-DATE-R REDEFINES WS-DTD-DATE.
              10 WS-DTD-YYYY         PIC 9(04).
              10 WS-DTD-MM           PIC 9(02).
              10 WS-DTD-DD           PIC 9(02).
           05 WS-DTD-A               PIC 9(01).
           05 WS-DTD-Y               PIC 9(05).
           05 WS-DTD-M               PIC 9(02).
           05 WS-DTD-W1              PIC 9(08).
           05 WS-DTD-W2              PIC 9(08).
           05 WS-DTD-W3              PIC 9(08).
           05 WS-DTD-W4              PIC 9(08).
           05 WS-DTD-DAYS            PIC 9(08).
         01  WS-CAL-AREA.
           05 WS-BD-DATE             PIC 9(08).
           05 WS-BD-WKDAY            PIC 9(01).
           05 WS-BD-Q                PIC 9(08).
           05 WS-BD-TRIES            PIC 9(03).
           05 WS-BD-SW               PIC X(01).
              88 WS-BD-BUSINESS                 VALUE 'Y'.
              88 WS-BD-CLOSED                   VALUE 'N'.
           05 WS-CAL-CNT             PIC 9(05) COMP.
           05 WS-CAL-TABLE.
              10 WS-CAL-ENTRY OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-CAL-CNT
                               ASCENDING KEY IS WS-CAL-DATE
                               INDEXED BY WS-CAL-IDX.
                 15 WS-CAL-DATE        PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN.
              UNTIL WS-STRM-SUB > 3.
           READ  INP-FILE.
           PERFORM S105-READ-HEADER THRU S105-END.
           PERFORM S120-CHECK-RUN-DATE THRU S120-END.
           READ  INP-FILE.
       S100-END. EXIT.

                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM S104-BAD-PARM THRU S104-END
                  END-IF
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     PERFORM S104-BAD-PARM THRU S104-END
                  END-IF
               WHEN 'NOSTRO  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(4:5) NOT NUMERIC
                     PERFORM S104-BAD-PARM THRU S104-END
                  END-IF
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM S104-BAD-PARM THRU S104-END
                  END-IF
                  MOVE PARM-VALUE(1:8) TO WS-DATE-OVRD
               WHEN 'BASECCY '
               WHEN 'STRCTDAY'
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM S104-BAD-PARM THRU S104-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
           MOVE INP-HDR-EXPECTED-CNT TO WS-EXPECTED-CNT.
       S105-END. EXIT.

       S120-CHECK-RUN-DATE.
           OPEN INPUT RCTL-FILE.
           IF NOT RCTL-SUCCESS
              DISPLAY 'HMWRK006 - RUN CONTROL FILE OPEN FAILED ST '
                      RCTL-ST
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           READ RCTL-FILE
               AT END SET RCTL-EOF TO TRUE
           END-READ
           IF NOT RCTL-EOF
              IF RCTL-LAST-DATE NOT NUMERIC
                 DISPLAY 'HMWRK006 - INVALID RUN CONTROL RECORD'
                 MOVE 16 TO RETURN-CODE
                 PERFORM S999-PROGRAM-EXIT
              END-IF
              MOVE RCTL-LAST-DATE TO WS-LAST-DATE
           END-IF
           CLOSE RCTL-FILE
           IF WS-DATE-OVRD NOT = ZERO
              IF WS-DATE-OVRD = WS-RUN-DATE
                 DISPLAY 'HMWRK006 - RUN DATE CHECK OVERRIDDEN BY '
                         'DATEOVRD  RUN DATE ' WS-RUN-DATE
                         '  LAST COMPLETED ' WS-LAST-DATE
                 GO TO S120-END
              END-IF
              DISPLAY 'HMWRK006 - DATEOVRD ' WS-DATE-OVRD
                      ' DOES NOT MATCH RUN DATE ' WS-RUN-DATE
                      ' - IGNORED'
           END-IF
           IF WS-LAST-DATE = ZERO
              DISPLAY 'HMWRK006 - RUN CONTROL HOLDS NO COMPLETED '
                      'BUSINESS DATE - DATEOVRD CARD REQUIRED'
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           IF WS-RUN-DATE NOT > WS-LAST-DATE
              DISPLAY 'HMWRK006 - RUN DATE ' WS-RUN-DATE
                      ' ALREADY COMPLETED  LAST COMPLETED '
                      WS-LAST-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           OPEN INPUT CAL-FILE.
           MOVE ZERO TO WS-CAL-CNT.
           READ CAL-FILE
               AT END SET CAL-EOF TO TRUE
           END-READ.
           PERFORM S121-LOAD-CALENDAR THRU S121-END
              UNTIL CAL-EOF.
           CLOSE CAL-FILE.
           MOVE ZERO         TO WS-BD-TRIES
           MOVE WS-LAST-DATE TO WS-MR-DATE
           SET  WS-BD-CLOSED TO TRUE
           PERFORM S185-ADVANCE-ONE-DAY THRU S185-END
              UNTIL WS-BD-BUSINESS
           MOVE WS-MR-DATE   TO WS-NEXT-DATE
           IF WS-RUN-DATE > WS-NEXT-DATE
              DISPLAY 'HMWRK006 - RUN DATE ' WS-RUN-DATE
                      ' SKIPS BUSINESS DATE ' WS-NEXT-DATE
                      '  LAST COMPLETED ' WS-LAST-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           IF WS-RUN-DATE < WS-NEXT-DATE
              DISPLAY 'HMWRK006 - RUN DATE ' WS-RUN-DATE
                      ' IS NOT A BUSINESS DAY  NEXT EXPECTED '
                      WS-NEXT-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           DISPLAY 'HMWRK006 - RUN DATE ' WS-RUN-DATE
                   ' FOLLOWS LAST COMPLETED ' WS-LAST-DATE.
       S120-END. EXIT.

       S121-LOAD-CALENDAR.
           IF CAL-DATE NOT NUMERIC
              DISPLAY 'HMWRK006 - INVALID CALENDAR MASTER RECORD'
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           IF CAL-DVZ = '000'
              IF WS-CAL-CNT NOT < 5000
                 DISPLAY 'HMWRK006 - CALENDAR MASTER EXCEEDS TABLE '
                         'SIZE'
                 MOVE 16 TO RETURN-CODE
                 PERFORM S999-PROGRAM-EXIT
              END-IF
              ADD  1 TO WS-CAL-CNT
              MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-CNT)
           END-IF
           READ CAL-FILE
               AT END SET CAL-EOF TO TRUE
           END-READ.
       S121-END. EXIT.

       S110-INIT-STREAM.
           MOVE ZERO TO WS-STRM-CNT(WS-STRM-SUB)
           MOVE ZERO TO WS-STRM-HASH(WS-STRM-SUB).
           WRITE CTL-REC.
       S335-END. EXIT.

       S180-DATE-TO-DAYS.
           COMPUTE WS-DTD-A  = (14 - WS-DTD-MM) / 12
           COMPUTE WS-DTD-Y  = WS-DTD-YYYY + 4800 - WS-DTD-A
           COMPUTE WS-DTD-M  = WS-DTD-MM + (12 * WS-DTD-A) - 3
           COMPUTE WS-DTD-W1 = (153 * WS-DTD-M + 2) / 5
           COMPUTE WS-DTD-W2 = WS-DTD-Y / 4
           COMPUTE WS-DTD-W3 = WS-DTD-Y / 100
           COMPUTE WS-DTD-W4 = WS-DTD-Y / 400
           COMPUTE WS-DTD-DAYS = WS-DTD-DD + WS-DTD-W1
                               + (365 * WS-DTD-Y) + WS-DTD-W2
                               - WS-DTD-W3 + WS-DTD-W4
                               - 32045.
       S180-END. EXIT.

       S181-GET-MONTH-LEN.
           MOVE WS-MON-LEN(WS-MR-MM) TO WS-MR-LEN
           IF WS-MR-MM = 2
              DIVIDE WS-MR-YYYY BY 4 GIVING WS-MR-Q
                     REMAINDER WS-MR-R4
              DIVIDE WS-MR-YYYY BY 100 GIVING WS-MR-Q
                     REMAINDER WS-MR-R100
              DIVIDE WS-MR-YYYY BY 400 GIVING WS-MR-Q
                     REMAINDER WS-MR-R400
              IF WS-MR-R4 = ZERO
                 AND (WS-MR-R100 NOT = ZERO OR WS-MR-R400 = ZERO)
                 MOVE 29 TO WS-MR-LEN
              END-IF
           END-IF.
       S181-END. EXIT.

       S182-NEXT-DAY.
           PERFORM S181-GET-MONTH-LEN THRU S181-END
           IF WS-MR-DD < WS-MR-LEN
              ADD 1 TO WS-MR-DD
           ELSE
              MOVE 1 TO WS-MR-DD
              IF WS-MR-MM < 12
                 ADD 1 TO WS-MR-MM
              ELSE
                 MOVE 1 TO WS-MR-MM
                 ADD  1 TO WS-MR-YYYY
              END-IF
           END-IF.
       S182-END. EXIT.

       S183-CHECK-BUSINESS-DAY.
           SET  WS-BD-BUSINESS TO TRUE
           MOVE WS-BD-DATE TO WS-DTD-DATE
           PERFORM S180-DATE-TO-DAYS THRU S180-END
           DIVIDE WS-DTD-DAYS BY 7 GIVING WS-BD-Q
                  REMAINDER WS-BD-WKDAY
           IF WS-BD-WKDAY > 4
              SET WS-BD-CLOSED TO TRUE
              GO TO S183-END
           END-IF
           IF WS-CAL-CNT = ZERO
              GO TO S183-END
           END-IF
           SEARCH ALL WS-CAL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAL-DATE(WS-CAL-IDX) = WS-BD-DATE
                 SET WS-BD-CLOSED TO TRUE
           END-SEARCH.
       S183-END. EXIT.

       S185-ADVANCE-ONE-DAY.
           ADD 1 TO WS-BD-TRIES
           IF WS-BD-TRIES > 60
              DISPLAY 'HMWRK006 - NO BUSINESS DAY WITHIN 60 DAYS OF '
                      WS-LAST-DATE
              MOVE 16 TO RETURN-CODE
              PERFORM S999-PROGRAM-EXIT
           END-IF
           PERFORM S182-NEXT-DAY THRU S182-END
           MOVE WS-MR-DATE TO WS-BD-DATE
           PERFORM S183-CHECK-BUSINESS-DAY THRU S183-END.
       S185-END. EXIT.

       S400-CLOSE-FILES.
           CLOSE INP-FILE
                 STRM1-FILE
