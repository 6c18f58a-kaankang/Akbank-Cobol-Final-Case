           05 CORR-FIELD                PIC X(08).
           05 CORR-VALUE                PIC X(15).
           05 FILLER                    PIC X(52).
       01  CORR-LONG-REC REDEFINES CORR-REC.
           05 FILLER                    PIC X(13).
           05 CORR-LONG-VALUE           PIC X(26).
           05 FILLER                    PIC X(41).
       FD  INP-FILE RECORDING MODE F.
       01  INP-REC                      PIC X(80).
       FD  RPT-FILE RECORDING MODE F.
               WHEN 'CHANNEL '
                  MOVE CORR-VALUE(1:1)
                    TO WS-REC-IMG(WS-CORR-SEQ)(45:1)
               WHEN 'BENEBANK'
                  MOVE CORR-VALUE(1:4)
                    TO WS-REC-IMG(WS-CORR-SEQ)(46:4)
               WHEN 'BENEACCT'
                  MOVE CORR-LONG-VALUE
                    TO WS-REC-IMG(WS-CORR-SEQ)(50:26)
               WHEN OTHER
                  PERFORM K320-BAD-CARD THRU K320-END
           END-EVALUATE
