      ** FW0826 INITIAL CODING                                       **
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

       000-EBCCONV.
               INTO WS-INPUT-DSN, WS-OUTPUT-DSN,
                    WS-PARM-RECLEN, WS-PARM-MAP-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-OUTPUT-DSN = SPACES
               DISPLAY 'EBCCONV: PARM MUST BE '
                       'IN-DSN,OUT-DSN,RECLEN,MAP-DSN'
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
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           MOVE WS-PARM-MAP-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARM-MAP-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'EBCCONV: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
