           05 WS-ZERO-FEE            PIC X(13)  VALUE ALL '0'.
           05 WS-OUT-TIPI            PIC 9(01).
           05 WS-OUT-RC              PIC 9(02).
              88 WS-RC-NOCALL                   VALUES 21 22 23 24 25
                                                41 42 43 44 45 46
                                                48 49 51 52 97 98 99.
           05 WS-RQ-FUNC             PIC X(01).
           05 WS-RQ-ID               PIC X(05).
           05 WS-RQ-DVZ              PIC X(03).
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     PERFORM R107-BAD-PARM THRU R107-END
                  END-IF
               WHEN 'LVTHRESH'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(4:12) NOT NUMERIC
                     PERFORM R107-BAD-PARM THRU R107-END
                  END-IF
               WHEN 'NOSTRO  '
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     OR PARM-VALUE(4:5) NOT NUMERIC
                     PERFORM R107-BAD-PARM THRU R107-END
                  END-IF
               WHEN 'DATEOVRD'
                  IF PARM-VALUE(1:8) NOT NUMERIC
                     PERFORM R107-BAD-PARM THRU R107-END
                  END-IF
               WHEN 'BASECCY '
               WHEN 'STRCTDAY'
               WHEN 'STRCTPCT'
                  IF PARM-VALUE(1:3) NOT NUMERIC
                     OR PARM-VALUE(1:3) = '000'
                     PERFORM R107-BAD-PARM THRU R107-END
                  END-IF
               WHEN SPACES
                  CONTINUE
               WHEN OTHER
