      ** ====== ==================================================== **
      ** FW0826 INITIAL CODING                                       **
      ** FW0826 GENERATED PARAMETERS ARE NOW PIC X ANY LENGTH        **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-PARAM-SUB               PIC 9(4)   VALUE 0.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-WRAPGEN.
           DISPLAY 'WRAPGEN: WRAPPER FOR ' WS-LC-PROGRAM-NAME
                   ' WRITTEN TO ' WS-OUTPUT-DSN
                   UPON SYSERR
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PROGRAM-NAME, WS-PARAM-DESC-DSN, WS-OUTPUT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-PROGRAM-NAME = SPACES
              OR WS-PARAM-DESC-DSN = SPACES
              OR WS-OUTPUT-DSN = SPACES
                       TO 'abcdefghijklmnopqrstuvwxyz'
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY).                       **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARAM-DESC-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-PARAM-DESC-DSN
           MOVE WS-OUTPUT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-OUTPUT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'WRAPGEN: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *****************************************************************
      ** 020-LOAD-PARAM-DESC - READ EACH "PARAM-NAME,LENGTH" RECORD   **
      ** OF PARAM-DESC-DSN INTO WS-PARAM-TABLE.                       **
      *****************************************************************
           MOVE SPACES TO WS-GEN-LINE-TEXT
           MOVE SPACE TO WS-GEN-INDICATOR
           .
      *****************************************************************
      ** 990-CATALOG-GENERATIONS - THIS PROGRAM DOES NOT JOURNAL, SO **
      ** IT CATALOGS ITS OWN NEW (+1) GENERATIONS AT THE NORMAL END  **
      ** OF THE RUN (SEE GDGRSLV.CPY).                               **
      *****************************************************************
       990-CATALOG-GENERATIONS.
           MOVE RETURN-CODE TO GDG-RETURN-CODE
           MOVE SPACES TO GDG-PROGRAM
           SET GDG-CATALOG-NEW TO TRUE
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           .
