      **        TRANSFERS AT EACH RECORD'S TRUE LENGTH               **
      ** FW0926 JOURNAL EVERY RUN (START/END, ELAPSED, VOLUMES,      **
      **        RETURN CODE) THROUGH THE SHOP-WIDE RUNJRNL JOURNAL   **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILESCAN.
                    WS-PARM-PATTERN, WS-PARM-OFFSET,
                    WS-PARM-WINDOW, WS-PARM-MODE, WS-PARM-RECFM
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES OR WS-PARM-PATTERN = SPACES
               DISPLAY 'FILESCAN: PARM MUST BE '
                       'DSN,RECLEN,TYPE,PATTERN,OFFSET,WINDOW,'
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
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILESCAN: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 015-PREPARE-PATTERN - TURN THE PATTERN PARM INTO THE RAW     **
      ** BYTES TO MATCH. A CHARACTER PATTERN IS TAKEN AS GIVEN        **
      ** (TRAILING SPACES TRIMMED); A HEX PATTERN IS CONVERTED PAIR   **
