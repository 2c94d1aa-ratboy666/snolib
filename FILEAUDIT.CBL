      ** FW0926 AUDIT THE 'DATE'/'DATE-J' TYPES - AN IMPOSSIBLE      **
      **        CALENDAR DATE IS A FIELD DEFECT, COUNTED ON ITS OWN  **
      **        SUMMARY LINE, EXACTLY LIKE A BAD SIGN NIBBLE         **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEAUDIT.
                    WS-PARM-MAP-DSN, WS-PARM-THRESHOLD,
                    WS-PARM-MAX-DUMPS
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-MAP-DSN = SPACES
               DISPLAY 'FILEAUDIT: PARM MUST BE '
                       'DSN,RECLEN,MAP-DSN,THRESHOLD,MAX-DUMPS'
               MOVE WS-PARM-MAX-DUMPS TO WS-MAX-DUMPS
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
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEAUDIT: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       015-LOAD-FIELD-MAP.
           INITIALIZE FIELD-MAP-TABLE
           MOVE WS-PARM-MAP-DSN TO FMT-MAP-DSN
