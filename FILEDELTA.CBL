      ** FW0926 INITIAL CODING                                       **
      ** FW0926 JOURNAL EVERY RUN (START/END, ELAPSED, VOLUMES,      **
      **        RETURN CODE) THROUGH THE SHOP-WIDE RUNJRNL JOURNAL   **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEDELTA.
                    WS-PARM-MAP-DSN, WS-PARM-KEY-FIELD,
                    WS-DELTA-DSN, WS-PARM-MAX-REPORT
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-OLD-DSN = SPACES OR WS-NEW-DSN = SPACES
              OR WS-PARM-MAP-DSN = SPACES
              OR WS-PARM-KEY-FIELD = SPACES
               MOVE WS-PARM-MAX-REPORT TO WS-MAX-REPORT
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
           MOVE WS-OLD-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OLD-DSN
           MOVE WS-NEW-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-NEW-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           MOVE WS-DELTA-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-DELTA-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEDELTA: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
