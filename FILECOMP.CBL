      ** FW0826 INITIAL CODING                                       **
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

       000-FILECOMP.
               INTO WS-DSN-A, WS-DSN-B,
                    WS-PARM-RECLEN, WS-PARM-MAX-DUMPS
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           IF WS-DSN-A = SPACES OR WS-DSN-B = SPACES
               DISPLAY 'FILECOMP: PARM MUST BE '
                       'DSN-A,DSN-B,RECLEN,MAX-DIFF-DUMPS'
               MOVE WS-PARM-MAX-DUMPS TO WS-MAX-DIFF-DUMPS
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
           MOVE WS-DSN-A TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-DSN-A
           MOVE WS-DSN-B TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-DSN-B
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILECOMP: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-INPUTS.
           OPEN INPUT COMPARE-A-FILE
           IF WS-A-FILE-STATUS NOT = '00'
