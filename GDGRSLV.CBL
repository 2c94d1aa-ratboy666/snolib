       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDGRSLV.
      *****************************************************************
      ** SHOP-WIDE RESOLVER FOR RELATIVE GENERATION NAMES, AND THE    **
      ** KEEPER OF THE GENERATION CATALOG BEHIND THEM - SO "YESTER-   **
      ** DAY'S MASTER" IS MASTER(-1), NOT A DATED NAME AN OPERATOR    **
      ** TYPES BY HAND. EVERY UTILITY PASSES ITS DSN OPERANDS THROUGH **
      ** HERE; SEE GDGRSLV.CPY FOR THE CONTROL BLOCK AND THE CALLING  **
      ** SEQUENCE, GDGCAT.CPY FOR THE CATALOG LINE, AND GDGLIST FOR   **
      ** THE LISTING.                                                 **
      **                                                             **
      ** THREE FUNCTIONS:                                            **
      **                                                             **
      **   GDG-RESOLVE     - BASE(0), BASE(-N) AND BASE(+1) BECOME   **
      **                     THE GENERATION'S DATASET NAME. (0) IS   **
      **                     THE NEWEST CATALOGED GENERATION, (-N)   **
      **                     COUNTS BACK FROM IT, (+1) IS THE NEXT   **
      **                     NUMBER - EVERY (+1) OF ONE BASE IN ONE  **
      **                     RUN IS THE SAME NEW GENERATION, AND (0) **
      **                     STAYS THE GENERATION THAT WAS CURRENT   **
      **                     WHEN THE RUN STARTED (THE JCL RULES).   **
      **                     ONLY (+1) IS SUPPORTED FOR NEW ONES.    **
      **                     A (+1) FOR A BASE NOT YET IN THE        **
      **                     CATALOG DEFINES IT, WITH A RETENTION    **
      **                     LIMIT OF 5 UNTIL GDGLIST SAYS OTHERWISE.**
      **   GDG-CATALOG-NEW - AT THE END OF THE RUN, CATALOG THE RUN'S **
      **                     (+1) GENERATIONS - ONLY WHEN THE RUN     **
      **                     ENDED BELOW 16. A FAILED RUN'S OUTPUT   **
      **                     IS LEFT ON DISK BUT NOT CATALOGED, SO    **
      **                     (0) STILL NAMES THE LAST GOOD ONE AND    **
      **                     THE RERUN'S (+1) WRITES OVER IT. WHEN A  **
      **                     BASE THEN HOLDS MORE GENERATIONS THAN    **
      **                     ITS LIMIT, THE OLDEST ROLL OFF: UNCATA-  **
      **                     LOGED AND THEIR DATASETS DELETED.        **
      **   GDG-SET-LIMIT   - SET (OR DEFINE) A BASE'S RETENTION       **
      **                     LIMIT, ROLLING OFF AT ONCE IF IT WAS     **
      **                     LOWERED.                                 **
      **                                                             **
      ** THE CATALOG DATASET IS NAMED BY THE ENVIRONMENT VARIABLE    **
      ** GDG_CATALOG, DEFAULTING TO "GDG.CATALOG". A CATALOG THAT    **
      ** DOESN'T EXIST YET IS EMPTY. IT IS REWRITTEN TWO-PASS        **
      ** THROUGH CATALOG-DSN + '.KEEP' (THE FILEERRRPT RETENTION     **
      ** RULE), SO A FAILED REWRITE LEAVES A COMPLETE COPY ON DISK.  **
      **                                                             **
      ** EVERY PROBLEM IS REPORTED ON SYSERR AND COUNTED IN          **
      ** GDG-ERROR-COUNT; THE CALLER DECIDES WHAT IT COSTS (A BAD    **
      ** PARM NAME STOPS THE RUN 16 BEFORE ANYTHING IS OPENED).      **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: OCTOBER 2026                                  **
      **                                                             **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW1026 INITIAL CODING                                       **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CATALOG-FILE
               ASSIGN TO DYNAMIC WS-CATALOG-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT KEEP-FILE
               ASSIGN TO DYNAMIC WS-KEEP-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD             PIC X(200).
       FD  KEEP-FILE.
       01  KEEP-RECORD                PIC X(200).
       WORKING-STORAGE SECTION.

       01  WS-CATALOG-DSN             PIC X(64)  VALUE SPACES.
       01  WS-KEEP-DSN                PIC X(74)  VALUE SPACES.
       01  WS-CATALOG-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-KEEP-FILE-STATUS        PIC X(2)   VALUE SPACES.
       01  CATALOG-EOF-SW             PIC X(1)   VALUE 'N'.
           88 CATALOG-EOF                        VALUE 'Y'.
       01  KEEP-EOF-SW                PIC X(1)   VALUE 'N'.
           88 KEEP-EOF                           VALUE 'Y'.
       01  WS-CATALOG-GOOD-SW         PIC X(1)   VALUE 'N'.
           88 WS-CATALOG-GOOD                    VALUE 'Y'.

       01  WS-DEFAULT-LIMIT           PIC 9(3)   VALUE 5.

      *
      *    THE WHOLE CATALOG, HELD WHILE ONE FUNCTION WORKS ON IT.
      *    A LINE MARKED DROPPED IS LEFT OUT OF THE REWRITE.
      *
       01  WS-CATALOG-TABLE.
           05 WS-CAT-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-CAT-ENTRY OCCURS 2000 TIMES.
              10 WS-CAT-LINE          PIC X(200).
              10 WS-CAT-DROP-SW       PIC X(1).
       01  WS-CAT-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-BASE-SUB         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-GEN-COUNT        COMP-5 PIC 9(4)   VALUE 0.
       01  WS-GEN-WANTED       COMP-5 PIC 9(4)   VALUE 0.

       COPY GDGCAT.

      *
      *    THE RUN'S (+1) GENERATIONS, WAITING FOR THE END OF THE RUN.
      *    THIS STORAGE LIVES AS LONG AS THE RUN UNIT DOES, SO THE
      *    RESOLVE CALLS AND THE CLOSING CATALOG CALL SEE THE SAME
      *    TABLE.
      *
       01  WS-PENDING-TABLE.
           05 WS-PEND-COUNT    COMP-5 PIC 9(4)   VALUE 0.
           05 WS-PEND-ENTRY OCCURS 16 TIMES.
              10 PND-BASE             PIC X(55).
              10 PND-GENERATION       PIC 9(4).
              10 PND-DSN              PIC X(64).
       01  WS-PEND-SUB         COMP-5 PIC 9(4)   VALUE 0.

      *
      *    ONE NAME BEING RESOLVED.
      *
       01  WS-NAME                    PIC X(64)  VALUE SPACES.
       01  WS-NAME-LEN         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-OPEN-POS         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-SCAN-POS         COMP-5 PIC 9(4)   VALUE 0.
       01  WS-BASE                    PIC X(64)  VALUE SPACES.
       01  WS-REL-TEXT                PIC X(4)   VALUE SPACES.
       01  WS-REL-LEN          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-REL-DIGITS              PIC X(3)   JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  WS-REL-NUMBER              REDEFINES WS-REL-DIGITS
                                      PIC 9(3).
       01  WS-RELATIVE         USAGE BINARY-LONG SIGNED VALUE 0.
       01  WS-NEW-GENERATION          PIC 9(4)   VALUE 0.
       01  WS-RESULT-DSN              PIC X(64)  VALUE SPACES.
       01  WS-EDIT-GEN                PIC Z(3)9.
       01  WS-EDIT-REL                PIC -(3)9.
       01  WS-EDIT-RC                 PIC Z9.

       01  WS-ACCEPT-DATE             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-DATE-X           REDEFINES WS-ACCEPT-DATE
                                      PIC X(8).
       01  WS-ACCEPT-TIME             PIC 9(8)   VALUE 0.
       01  WS-ACCEPT-TIME-X           REDEFINES WS-ACCEPT-TIME
                                      PIC X(8).
       01  WS-STAMP                   PIC X(19)  VALUE SPACES.
       01  WS-CALLER-NAME             PIC X(30)  VALUE SPACES.

       LINKAGE SECTION.

           COPY GDGRSLV.

       PROCEDURE DIVISION USING GDG-RESOLVE-CONTROL.

       000-GDGRSLV.
           MOVE MODULE-CALLER-ID TO WS-CALLER-NAME
           PERFORM 050-NAME-CATALOG
           EVALUATE TRUE
               WHEN GDG-RESOLVE
                   PERFORM 100-RESOLVE-NAME
               WHEN GDG-CATALOG-NEW
                   PERFORM 200-CATALOG-NEW-GENERATIONS
      *
      * A CALL REPLACES THE CALLER'S RETURN-CODE WITH THIS PROGRAM'S
      * EXIT CODE - HAND BACK THE CODE THE CALLER PASSED IN, THE
      * SAME WAY RUNJRNL DOES, SO THIS CALL CAN SIT LAST.
      *
                   MOVE GDG-RETURN-CODE TO RETURN-CODE
               WHEN GDG-SET-LIMIT
                   PERFORM 300-SET-LIMIT
           END-EVALUATE
           EXIT PROGRAM
           .
       050-NAME-CATALOG.
           ACCEPT WS-CATALOG-DSN FROM ENVIRONMENT 'GDG_CATALOG'
               ON EXCEPTION
                   MOVE SPACES TO WS-CATALOG-DSN
           END-ACCEPT
           IF WS-CATALOG-DSN = SPACES
               MOVE 'GDG.CATALOG' TO WS-CATALOG-DSN
           END-IF
           MOVE SPACES TO WS-KEEP-DSN
           STRING TRIM (WS-CATALOG-DSN) '.KEEP' DELIMITED BY SIZE
               INTO WS-KEEP-DSN
           END-STRING
           .
      *****************************************************************
      ** 100-RESOLVE-NAME - A NAME ENDING "(REL)" WHERE REL IS 0, +N  **
      ** OR -N IS A RELATIVE GENERATION; ANYTHING ELSE IS LEFT ALONE. **
      *****************************************************************
       100-RESOLVE-NAME.
           IF GDG-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM (GDG-NAME) TO WS-NAME
           MOVE LENGTH (TRIM (GDG-NAME)) TO WS-NAME-LEN
           IF WS-NAME (WS-NAME-LEN : 1) NOT = ')'
              OR WS-NAME-LEN < 4
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-OPEN-POS
           PERFORM VARYING WS-SCAN-POS FROM WS-NAME-LEN BY -1
                     UNTIL WS-SCAN-POS < 2 OR WS-OPEN-POS > 0
               IF WS-NAME (WS-SCAN-POS : 1) = '('
                   MOVE WS-SCAN-POS TO WS-OPEN-POS
               END-IF
           END-PERFORM
           IF WS-OPEN-POS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REL-LEN = WS-NAME-LEN - WS-OPEN-POS - 1
           IF WS-REL-LEN < 1 OR WS-REL-LEN > 4
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NAME (WS-OPEN-POS + 1 : WS-REL-LEN) TO WS-REL-TEXT
           MOVE SPACES TO WS-REL-DIGITS
           EVALUATE TRUE
               WHEN WS-REL-TEXT = '0'
                   MOVE '0' TO WS-REL-DIGITS
               WHEN (WS-REL-TEXT (1 : 1) = '+'
                  OR WS-REL-TEXT (1 : 1) = '-')
                AND WS-REL-LEN > 1
                   MOVE WS-REL-TEXT (2 : WS-REL-LEN - 1)
                     TO WS-REL-DIGITS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           INSPECT WS-REL-DIGITS REPLACING LEADING SPACE BY '0'
           IF WS-REL-NUMBER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REL-NUMBER TO WS-RELATIVE
           IF WS-REL-TEXT (1 : 1) = '-'
               COMPUTE WS-RELATIVE = 0 - WS-RELATIVE
           END-IF
           MOVE SPACES TO WS-BASE
           MOVE WS-NAME (1 : WS-OPEN-POS - 1) TO WS-BASE
           IF WS-BASE (56 : ) NOT = SPACES
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' - BASE NAME IS '
                       'LONGER THAN 55 CHARACTERS' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RELATIVE > 1
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' - ONLY (+1) '
                       'MAY NAME A NEW GENERATION' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-LOAD-CATALOG
           IF NOT WS-CATALOG-GOOD
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 120-FIND-BASE
           IF WS-RELATIVE = 1
               PERFORM 130-NEW-GENERATION
           ELSE
               PERFORM 140-OLD-GENERATION
           END-IF
           IF WS-RESULT-DSN NOT = SPACES
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' IS '
                       TRIM (WS-RESULT-DSN) UPON SYSERR
               MOVE WS-RESULT-DSN TO GDG-NAME
           END-IF
           .
      *****************************************************************
      ** 110-LOAD-CATALOG - THE WHOLE CATALOG INTO WS-CATALOG-TABLE.  **
      ** AN OPTIONAL FILE THAT ISN'T THERE YET OPENS AS EMPTY.        **
      *****************************************************************
       110-LOAD-CATALOG.
           MOVE 'N' TO WS-CATALOG-GOOD-SW
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = '00'
              AND WS-CATALOG-FILE-STATUS NOT = '05'
               DISPLAY 'GDGRSLV: UNABLE TO OPEN ' WS-CATALOG-DSN
                       ' - FILE STATUS ' WS-CATALOG-FILE-STATUS
                       UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CATALOG-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL CATALOG-EOF
               READ CATALOG-FILE
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF
                  AND CATALOG-RECORD NOT = SPACES
                   IF WS-CAT-COUNT >= 2000
                       DISPLAY 'GDGRSLV: ' TRIM (WS-CATALOG-DSN)
                               ' HAS MORE THAN 2000 LINES'
                               UPON SYSERR
                       CLOSE CATALOG-FILE
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-CAT-COUNT
                   MOVE CATALOG-RECORD TO WS-CAT-LINE (WS-CAT-COUNT)
                   MOVE 'N' TO WS-CAT-DROP-SW (WS-CAT-COUNT)
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           SET WS-CATALOG-GOOD TO TRUE
           .
      *
      *    WS-BASE-SUB COMES BACK AS THE BASE LINE FOR WS-BASE, OR 0.
      *
       120-FIND-BASE.
           MOVE 0 TO WS-BASE-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
                        OR WS-BASE-SUB > 0
               MOVE WS-CAT-LINE (WS-CAT-SUB) TO GDG-CATALOG-LINE
               IF GCL-BASE-LINE AND GCL-BASE = WS-BASE
                   MOVE WS-CAT-SUB TO WS-BASE-SUB
               END-IF
           END-PERFORM
           .
      *
      *    (+1) - THE RUN'S ALREADY-RESERVED NUMBER FOR THE BASE, OR
      *    THE NEXT ONE AFTER THE CATALOG'S LAST.
      *
       130-NEW-GENERATION.
           MOVE SPACES TO WS-RESULT-DSN
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                     UNTIL WS-PEND-SUB > WS-PEND-COUNT
               IF PND-BASE (WS-PEND-SUB) = WS-BASE
                   MOVE PND-DSN (WS-PEND-SUB) TO WS-RESULT-DSN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PEND-COUNT >= 16
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' - MORE THAN 16 '
                       'NEW GENERATIONS IN ONE RUN' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-GENERATION
           IF WS-BASE-SUB > 0
               MOVE WS-CAT-LINE (WS-BASE-SUB) TO GDG-CATALOG-LINE
               MOVE GCL-LAST-GENERATION TO WS-NEW-GENERATION
           END-IF
           IF WS-NEW-GENERATION >= 9999
               MOVE 1 TO WS-NEW-GENERATION
           ELSE
               ADD 1 TO WS-NEW-GENERATION
           END-IF
           STRING TRIM (WS-BASE) '.G' WS-NEW-GENERATION 'V00'
                  DELIMITED BY SIZE
               INTO WS-RESULT-DSN
           END-STRING
           ADD 1 TO WS-PEND-COUNT
           MOVE WS-BASE TO PND-BASE (WS-PEND-COUNT)
           MOVE WS-NEW-GENERATION TO PND-GENERATION (WS-PEND-COUNT)
           MOVE WS-RESULT-DSN TO PND-DSN (WS-PEND-COUNT)
           .
      *
      *    (0) OR (-N) - COUNT THE BASE'S GENERATIONS, THEN TAKE THE
      *    ONE N BACK FROM THE NEWEST (THE LAST IN CATALOG ORDER).
      *
       140-OLD-GENERATION.
           MOVE SPACES TO WS-RESULT-DSN
           IF WS-BASE-SUB = 0
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' - '
                       TRIM (WS-BASE) ' IS NOT IN THE GENERATION '
                       'CATALOG ' TRIM (WS-CATALOG-DSN) UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 150-COUNT-GENERATIONS
           IF WS-GEN-COUNT + WS-RELATIVE < 1
               MOVE WS-GEN-COUNT TO WS-EDIT-GEN
               DISPLAY 'GDGRSLV: ' TRIM (WS-NAME) ' - '
                       TRIM (WS-BASE) ' HAS ONLY '
                       TRIM (WS-EDIT-GEN)
                       ' GENERATION(S) CATALOGED' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GEN-WANTED = WS-GEN-COUNT + WS-RELATIVE
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
                        OR WS-RESULT-DSN NOT = SPACES
               MOVE WS-CAT-LINE (WS-CAT-SUB) TO GDG-CATALOG-LINE
               IF GCL-GENERATION-LINE AND GCL-BASE = WS-BASE
                  AND WS-CAT-DROP-SW (WS-CAT-SUB) NOT = 'Y'
                   ADD 1 TO WS-GEN-COUNT
                   IF WS-GEN-COUNT = WS-GEN-WANTED
                       MOVE GCL-DSN TO WS-RESULT-DSN
                   END-IF
               END-IF
           END-PERFORM
           .
       150-COUNT-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
               MOVE WS-CAT-LINE (WS-CAT-SUB) TO GDG-CATALOG-LINE
               IF GCL-GENERATION-LINE AND GCL-BASE = WS-BASE
                  AND WS-CAT-DROP-SW (WS-CAT-SUB) NOT = 'Y'
                   ADD 1 TO WS-GEN-COUNT
               END-IF
           END-PERFORM
           .
      *****************************************************************
      ** 200-CATALOG-NEW-GENERATIONS - THE END-OF-RUN CALL. CATALOG   **
      ** EVERY (+1) THE RUN RESERVED, UNLESS THE RUN FAILED.          **
      *****************************************************************
       200-CATALOG-NEW-GENERATIONS.
           IF WS-PEND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF GDG-RETURN-CODE >= 16
               MOVE GDG-RETURN-CODE TO WS-EDIT-RC
               PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                         UNTIL WS-PEND-SUB > WS-PEND-COUNT
                   DISPLAY 'GDGRSLV: ' TRIM (PND-DSN (WS-PEND-SUB))
                           ' NOT CATALOGED - THE RUN ENDED '
                           'RETURN-CODE ' TRIM (WS-EDIT-RC)
                           UPON SYSERR
               END-PERFORM
               MOVE 0 TO WS-PEND-COUNT
               EXIT PARAGRAPH
           END-IF
           IF GDG-PROGRAM = SPACES
               MOVE WS-CALLER-NAME TO GDG-PROGRAM
           END-IF
           PERFORM 900-TAKE-TIMESTAMP
           PERFORM 110-LOAD-CATALOG
           IF NOT WS-CATALOG-GOOD
               PERFORM 290-NOT-CATALOGED
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-COUNT + (WS-PEND-COUNT * 2) > 2000
               DISPLAY 'GDGRSLV: ' TRIM (WS-CATALOG-DSN)
                       ' IS FULL' UPON SYSERR
               PERFORM 290-NOT-CATALOGED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                     UNTIL WS-PEND-SUB > WS-PEND-COUNT
               PERFORM 210-CATALOG-ONE
           END-PERFORM
           MOVE 0 TO WS-PEND-COUNT
           PERFORM 400-REWRITE-CATALOG
           .
       210-CATALOG-ONE.
           MOVE PND-BASE (WS-PEND-SUB) TO WS-BASE
           PERFORM 120-FIND-BASE
           IF WS-BASE-SUB = 0
               PERFORM 220-ADD-BASE-LINE
           END-IF
           MOVE WS-CAT-LINE (WS-BASE-SUB) TO GDG-CATALOG-LINE
           MOVE PND-GENERATION (WS-PEND-SUB) TO GCL-LAST-GENERATION
           MOVE GDG-CATALOG-LINE TO WS-CAT-LINE (WS-BASE-SUB)
           MOVE SPACES TO GDG-CATALOG-LINE
           SET GCL-GENERATION-LINE TO TRUE
           MOVE WS-BASE TO GCL-BASE
           MOVE PND-GENERATION (WS-PEND-SUB) TO GCL-GENERATION
           MOVE WS-STAMP TO GCL-CREATED
           MOVE GDG-PROGRAM TO GCL-PROGRAM
           MOVE GDG-RETURN-CODE TO GCL-RC
           MOVE PND-DSN (WS-PEND-SUB) TO GCL-DSN
           ADD 1 TO WS-CAT-COUNT
           MOVE GDG-CATALOG-LINE TO WS-CAT-LINE (WS-CAT-COUNT)
           MOVE 'N' TO WS-CAT-DROP-SW (WS-CAT-COUNT)
           MOVE PND-GENERATION (WS-PEND-SUB) TO WS-EDIT-GEN
           DISPLAY 'GDGRSLV: ' TRIM (PND-DSN (WS-PEND-SUB))
                   ' CATALOGED AS GENERATION ' TRIM (WS-EDIT-GEN)
                   ' OF ' TRIM (WS-BASE) UPON SYSERR
           PERFORM 250-ROLL-OFF
           .
       220-ADD-BASE-LINE.
           MOVE SPACES TO GDG-CATALOG-LINE
           SET GCL-BASE-LINE TO TRUE
           MOVE WS-BASE TO GCL-BASE
           MOVE WS-DEFAULT-LIMIT TO GCL-LIMIT
           MOVE 0 TO GCL-LAST-GENERATION
           ADD 1 TO WS-CAT-COUNT
           MOVE GDG-CATALOG-LINE TO WS-CAT-LINE (WS-CAT-COUNT)
           MOVE 'N' TO WS-CAT-DROP-SW (WS-CAT-COUNT)
           MOVE WS-CAT-COUNT TO WS-BASE-SUB
           .
      *
      *    DROP THE BASE'S OLDEST GENERATIONS UNTIL NO MORE THAN ITS
      *    LIMIT REMAIN, DELETING EACH DROPPED GENERATION'S DATASET.
      *
       250-ROLL-OFF.
           MOVE WS-CAT-LINE (WS-BASE-SUB) TO GDG-CATALOG-LINE
           MOVE GCL-LIMIT TO WS-GEN-WANTED
           PERFORM 150-COUNT-GENERATIONS
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
                        OR WS-GEN-COUNT <= WS-GEN-WANTED
               MOVE WS-CAT-LINE (WS-CAT-SUB) TO GDG-CATALOG-LINE
               IF GCL-GENERATION-LINE AND GCL-BASE = WS-BASE
                  AND WS-CAT-DROP-SW (WS-CAT-SUB) NOT = 'Y'
                   MOVE 'Y' TO WS-CAT-DROP-SW (WS-CAT-SUB)
                   SUBTRACT 1 FROM WS-GEN-COUNT
                   CALL 'CBL_DELETE_FILE' USING GCL-DSN
                   END-CALL
                   MOVE GCL-GENERATION TO WS-EDIT-GEN
                   DISPLAY 'GDGRSLV: GENERATION ' TRIM (WS-EDIT-GEN)
                           ' OF ' TRIM (WS-BASE) ' ROLLED OFF - '
                           TRIM (GCL-DSN) ' DELETED' UPON SYSERR
               END-IF
           END-PERFORM
           .
       290-NOT-CATALOGED.
           PERFORM VARYING WS-PEND-SUB FROM 1 BY 1
                     UNTIL WS-PEND-SUB > WS-PEND-COUNT
               DISPLAY 'GDGRSLV: ' TRIM (PND-DSN (WS-PEND-SUB))
                       ' NOT CATALOGED' UPON SYSERR
           END-PERFORM
           MOVE 0 TO WS-PEND-COUNT
           .
      *****************************************************************
      ** 300-SET-LIMIT - DEFINE A BASE, OR CHANGE ITS LIMIT. A LOWER  **
      ** LIMIT ROLLS THE EXCESS OFF NOW, NOT AT THE NEXT (+1).        **
      *****************************************************************
       300-SET-LIMIT.
           MOVE SPACES TO WS-BASE
           MOVE TRIM (GDG-NAME) TO WS-BASE
           IF WS-BASE = SPACES
              OR WS-BASE (56 : ) NOT = SPACES
              OR GDG-LIMIT NOT NUMERIC
              OR GDG-LIMIT = 0
               DISPLAY 'GDGRSLV: A BASE NAME OF 1-55 CHARACTERS AND '
                       'A LIMIT OF 1-999 ARE NEEDED' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 110-LOAD-CATALOG
           IF NOT WS-CATALOG-GOOD
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 120-FIND-BASE
           IF WS-BASE-SUB = 0
               IF WS-CAT-COUNT >= 2000
                   DISPLAY 'GDGRSLV: ' TRIM (WS-CATALOG-DSN)
                           ' IS FULL' UPON SYSERR
                   ADD 1 TO GDG-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM 220-ADD-BASE-LINE
           END-IF
           MOVE WS-CAT-LINE (WS-BASE-SUB) TO GDG-CATALOG-LINE
           MOVE GDG-LIMIT TO GCL-LIMIT
           MOVE GDG-CATALOG-LINE TO WS-CAT-LINE (WS-BASE-SUB)
           PERFORM 250-ROLL-OFF
           PERFORM 400-REWRITE-CATALOG
           .
      *****************************************************************
      ** 400-REWRITE-CATALOG - THE TABLE, LESS DROPPED LINES, TO THE  **
      ** .KEEP DATASET, THEN COPIED BACK OVER THE CATALOG. A FAILURE  **
      ** BEFORE THE COPY-BACK LEAVES THE OLD CATALOG UNTOUCHED; ONE   **
      ** DURING IT LEAVES THE COMPLETE .KEEP DATASET FOR RECOVERY.    **
      *****************************************************************
       400-REWRITE-CATALOG.
           OPEN OUTPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'GDGRSLV: UNABLE TO OPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       ' - CATALOG NOT UPDATED' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-DROP-SW (WS-CAT-SUB) NOT = 'Y'
                   MOVE WS-CAT-LINE (WS-CAT-SUB) TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   IF WS-KEEP-FILE-STATUS (1 : 1) NOT = '0'
                       DISPLAY 'GDGRSLV: WRITE TO ' WS-KEEP-DSN
                               ' FAILED - FILE STATUS '
                               WS-KEEP-FILE-STATUS
                               ' - CATALOG NOT UPDATED' UPON SYSERR
                       CLOSE KEEP-FILE
                       ADD 1 TO GDG-ERROR-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           CLOSE KEEP-FILE
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-STATUS NOT = '00'
               DISPLAY 'GDGRSLV: UNABLE TO REOPEN ' WS-KEEP-DSN
                       ' - FILE STATUS ' WS-KEEP-FILE-STATUS
                       ' - CATALOG NOT UPDATED' UPON SYSERR
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = '00'
              AND WS-CATALOG-FILE-STATUS NOT = '05'
               DISPLAY 'GDGRSLV: UNABLE TO REWRITE ' WS-CATALOG-DSN
                       ' - FILE STATUS ' WS-CATALOG-FILE-STATUS
                       ' - CATALOG NOT UPDATED' UPON SYSERR
               CLOSE KEEP-FILE
               ADD 1 TO GDG-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO KEEP-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL KEEP-EOF
               READ KEEP-FILE
                   AT END SET KEEP-EOF TO TRUE
                   NOT AT END
                       MOVE KEEP-RECORD TO CATALOG-RECORD
                       WRITE CATALOG-RECORD
                       IF WS-CATALOG-FILE-STATUS (1 : 1) NOT = '0'
                           DISPLAY 'GDGRSLV: REWRITE OF '
                                   WS-CATALOG-DSN
                                   ' FAILED - FILE STATUS '
                                   WS-CATALOG-FILE-STATUS
                                   UPON SYSERR
                           DISPLAY 'GDGRSLV: THE COMPLETE '
                                   'CATALOG IS IN ' WS-KEEP-DSN
                                   ' - RECOVER IT BY HAND'
                                   UPON SYSERR
                           CLOSE KEEP-FILE
                           CLOSE CATALOG-FILE
                           ADD 1 TO GDG-ERROR-COUNT
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEEP-FILE
           CLOSE CATALOG-FILE
           CALL 'CBL_DELETE_FILE' USING WS-KEEP-DSN
           END-CALL
           .
      *****************************************************************
      ** 900-TAKE-TIMESTAMP - THE RUNJRNL STAMP FORMAT, SO A          **
      ** GENERATION'S CREATION TIME LINES UP WITH THE JOURNAL'S END   **
      ** LINE FOR THE RUN THAT WROTE IT.                              **
      *****************************************************************
       900-TAKE-TIMESTAMP.
           ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ACCEPT-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-ACCEPT-DATE-X (1 : 4) '-'
                  WS-ACCEPT-DATE-X (5 : 2) '-'
                  WS-ACCEPT-DATE-X (7 : 2) ' '
                  WS-ACCEPT-TIME-X (1 : 2) ':'
                  WS-ACCEPT-TIME-X (3 : 2) ':'
                  WS-ACCEPT-TIME-X (5 : 2)
                  DELIMITED BY SIZE
               INTO WS-STAMP
           END-STRING
           .
