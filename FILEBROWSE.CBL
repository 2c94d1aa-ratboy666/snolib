      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW0826 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       COPY FILEERRWS.

       COPY GDGRSLV.

       SCREEN SECTION.
       01  BROWSE-SCREEN.
           05 LINE 1  COL 1  PIC X(78) FROM WS-TITLE-LINE.
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-INPUT-DSN, WS-PARM-RECLEN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-INPUT-DSN = SPACES
               DISPLAY 'FILEBROWSE: PARM MUST BE DSN,RECLEN'
                       UPON SYSERR
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
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEBROWSE: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-INPUT.
           OPEN INPUT BROWSE-INPUT-FILE
           MOVE 'N' TO INPUT-EOF-SW
