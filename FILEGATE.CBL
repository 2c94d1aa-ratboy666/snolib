      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0926 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEGATE.
                    WS-PARM-MAP-DSN, WS-CONTROL-DSN,
                    WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
              OR WS-CONTROL-DSN = SPACES
               DISPLAY 'FILEGATE: PARM MUST BE '
               MOVE WS-PARM-RECLEN TO WS-INPUT-RECLEN
           END-IF
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-INPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-INPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-CONTROL-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-CONTROL-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEGATE: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
