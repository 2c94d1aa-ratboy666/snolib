       IDENTIFICATION DIVISION.
       PROGRAM-ID. GDGLIST.
      *****************************************************************
      ** LISTING OF THE GENERATION CATALOG GDGRSLV KEEPS - FOR EACH  **
      ** BASE NAME, ITS RETENTION LIMIT AND ITS GENERATIONS, NEWEST  **
      ** FIRST, EACH WITH THE RELATIVE NAME THAT REACHES IT TODAY    **
      ** ((0), (-1), ...), ITS DATASET NAME, WHEN IT WAS CATALOGED,  **
      ** AND THE PROGRAM THAT WROTE IT WITH THAT RUN'S RETURN CODE - **
      ** THE SAME PROGRAM NAME AND END-OF-RUN CODE RUNJRNL JOURNALED **
      ** FOR THE RUN, SINCE IT IS RUNJRNL'S END CALL THAT CATALOGS   **
      ** THE GENERATION. ALSO THE OPERATOR'S WAY TO DEFINE A BASE OR **
      ** CHANGE ITS LIMIT.                                           **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO THREE COMMA-  **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   BASE-NAME,LIMIT,REPORT-DSN                                **
      **                                                             **
      **   BASE-NAME  - OPTIONAL. LIST ONLY THIS BASE. DEFAULTS TO   **
      **                EVERY BASE IN THE CATALOG.                   **
      **   LIMIT      - OPTIONAL. 1-999. FIRST SET BASE-NAME'S       **
      **                RETENTION LIMIT (DEFINING THE BASE IF IT IS  **
      **                NEW); A LOWER LIMIT ROLLS THE OLDEST         **
      **                GENERATIONS OFF AT ONCE. REQUIRES BASE-NAME. **
      **   REPORT-DSN - OPTIONAL. WHERE TO WRITE THE LISTING.        **
      **                DEFAULTS TO SYSERR ONLY, THE FILEPROF        **
      **                CONVENTION.                                  **
      **                                                             **
      ** THE CATALOG IS NAMED THE WAY GDGRSLV NAMES IT: THE          **
      ** GDG_CATALOG ENVIRONMENT VARIABLE, THEN "GDG.CATALOG".       **
      **                                                             **
      ** RETURN-CODE 0 ON A CLEAN RUN, 4 WHEN BASE-NAME IS NOT IN    **
      ** THE CATALOG, 16 ON A PARM OR FILE FAILURE OR WHEN THE LIMIT **
      ** COULD NOT BE SET.                                           **
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
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD             PIC X(200).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-PARM-BASE            PIC X(64)  VALUE SPACES.
           05 WS-PARM-LIMIT           PIC X(8)   VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.

       01  WS-CATALOG-DSN             PIC X(64)  VALUE SPACES.
       01  WS-CATALOG-FILE-STATUS     PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.
       01  CATALOG-EOF-SW             PIC X(1)   VALUE 'N'.
           88 CATALOG-EOF                        VALUE 'Y'.

       01  WS-LIMIT-TEXT              PIC X(3)   JUSTIFIED RIGHT
                                                 VALUE SPACES.
       01  WS-LIMIT-NUMBER            REDEFINES WS-LIMIT-TEXT
                                      PIC 9(3).

       01  WS-CATALOG-TABLE.
           05 WS-CAT-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-CAT-LINE             PIC X(200) OCCURS 2000 TIMES.
       01  WS-CAT-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-GEN-SUB          COMP-5 PIC 9(4)   VALUE 0.
       01  WS-TABLE-FULL-SW           PIC X(1)   VALUE 'N'.

      *
      *    ONE BASE'S GENERATIONS, AS CATALOG SUBSCRIPTS, OLDEST
      *    FIRST.
      *
       01  WS-GEN-TABLE.
           05 WS-GEN-COUNT     COMP-5 PIC 9(4)   VALUE 0.
           05 WS-GEN-LINE-SUB  COMP-5 PIC 9(4)   OCCURS 2000 TIMES.

       01  WS-LIST-BASE               PIC X(55)  VALUE SPACES.
       01  WS-LIST-LIMIT              PIC 9(3)   VALUE 0.
       01  WS-BASES-LISTED            PIC 9(9)   VALUE 0.
       01  WS-GENERATIONS-LISTED      PIC 9(9)   VALUE 0.
       01  WS-RELATIVE         USAGE BINARY-LONG SIGNED VALUE 0.

       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-EDIT-GENS               PIC Z(8)9.
       01  WS-EDIT-LIMIT              PIC ZZ9.
       01  WS-EDIT-REL                PIC -(3)9.
       01  WS-EDIT-RC                 PIC Z9.
       01  WS-REL-TEXT                PIC X(8)   VALUE SPACES.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY GDGCAT.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-GDGLIST.
           PERFORM 010-PARSE-PARM
           IF WS-PARM-LIMIT NOT = SPACES
               PERFORM 030-SET-LIMIT
           END-IF
           PERFORM 020-OPEN-FILES
           PERFORM 100-LOAD-CATALOG
           PERFORM 800-PRINT-REPORT
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
           IF WS-PARM-BASE NOT = SPACES
              AND WS-BASES-LISTED = 0
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 990-CATALOG-GENERATIONS
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS THREE COMMA-DELIMITED FIELDS. THE CATALOG **
      ** NAME DEFAULTS THE SAME WAY GDGRSLV'S DOES.                   **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-PARM-BASE, WS-PARM-LIMIT, WS-REPORT-DSN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           MOVE TRIM (WS-PARM-BASE) TO WS-PARM-BASE
           MOVE TRIM (WS-PARM-LIMIT) TO WS-PARM-LIMIT
           IF WS-PARM-LIMIT NOT = SPACES
               IF WS-PARM-BASE = SPACES
                   DISPLAY 'GDGLIST: PARM MUST BE BASE-NAME,LIMIT,'
                           'REPORT-DSN - LIMIT NEEDS A BASE-NAME'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-LIMIT-TEXT
               IF WS-PARM-LIMIT (4 : ) = SPACES
                   MOVE TRIM (WS-PARM-LIMIT) TO WS-LIMIT-TEXT
                   INSPECT WS-LIMIT-TEXT
                       REPLACING LEADING SPACE BY '0'
               END-IF
               IF WS-LIMIT-TEXT = SPACES
                  OR WS-LIMIT-NUMBER NOT NUMERIC
                  OR WS-LIMIT-NUMBER = 0
                   DISPLAY 'GDGLIST: LIMIT MUST BE A NUMBER 1-999'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ACCEPT WS-CATALOG-DSN FROM ENVIRONMENT 'GDG_CATALOG'
               ON EXCEPTION
                   MOVE SPACES TO WS-CATALOG-DSN
           END-ACCEPT
           IF WS-CATALOG-DSN = SPACES
               MOVE 'GDG.CATALOG' TO WS-CATALOG-DSN
           END-IF
           .
      *****************************************************************
      ** 011-RESOLVE-GENERATIONS - A DSN OPERAND MAY NAME A RELATIVE **
      ** GENERATION - BASE(0), BASE(-1), BASE(+1) - OF A BASE IN THE **
      ** GENERATION CATALOG (SEE GDGRSLV.CPY). BASE-NAME IS A BASE,  **
      ** NOT A DATASET, AND IS LEFT AS IT IS.                        **
      *****************************************************************
       011-RESOLVE-GENERATIONS.
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'GDGLIST: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = '00'
              AND WS-CATALOG-FILE-STATUS NOT = '05'
               DISPLAY 'GDGLIST: UNABLE TO OPEN ' WS-CATALOG-DSN
                       ' - FILE STATUS ' WS-CATALOG-FILE-STATUS
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'GDGLIST: UNABLE TO OPEN '
                           WS-REPORT-DSN ' - FILE STATUS '
                           WS-REPORT-FILE-STATUS UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 030-SET-LIMIT - THE CATALOG IS ONLY EVER REWRITTEN BY        **
      ** GDGRSLV, SO THE LIMIT CHANGE GOES THROUGH IT TOO.            **
      *****************************************************************
       030-SET-LIMIT.
           SET GDG-SET-LIMIT TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE WS-PARM-BASE TO GDG-NAME
           MOVE WS-LIMIT-NUMBER TO GDG-LIMIT
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'GDGLIST: LIMIT FOR ' TRIM (WS-PARM-BASE)
                       ' NOT SET' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LIMIT-NUMBER TO WS-EDIT-LIMIT
           DISPLAY 'GDGLIST: LIMIT FOR ' TRIM (WS-PARM-BASE)
                   ' SET TO ' TRIM (WS-EDIT-LIMIT) UPON SYSERR
           MOVE 0 TO RETURN-CODE
           .
      *****************************************************************
      ** 100-LOAD-CATALOG - THE WHOLE CATALOG INTO THE TABLE. LINES  **
      ** PAST THE 2000TH ARE LEFT OFF AND THE LISTING SAYS SO.       **
      *****************************************************************
       100-LOAD-CATALOG.
           MOVE 'N' TO CATALOG-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL CATALOG-EOF
               READ CATALOG-FILE
                   AT END SET CATALOG-EOF TO TRUE
               END-READ
               IF NOT CATALOG-EOF
                  AND CATALOG-RECORD NOT = SPACES
                   IF WS-CAT-COUNT < 2000
                       ADD 1 TO WS-CAT-COUNT
                       MOVE CATALOG-RECORD TO WS-CAT-LINE (WS-CAT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-SW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CATALOG-FILE
           .
      *****************************************************************
      ** 800-PRINT-REPORT - ONE BLOCK PER BASE, IN CATALOG ORDER.     **
      *****************************************************************
       800-PRINT-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'GDGLIST GENERATION CATALOG '
                  TRIM (WS-CATALOG-DSN)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-TABLE-FULL-SW = 'Y'
               MOVE '*** CATALOG OVER 2000 LINES - LISTING INCOMPLETE'
                 TO WS-REPORT-LINE
               PERFORM 900-EMIT-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                     UNTIL WS-CAT-SUB > WS-CAT-COUNT
               MOVE WS-CAT-LINE (WS-CAT-SUB) TO GDG-CATALOG-LINE
               IF GCL-BASE-LINE
                  AND (WS-PARM-BASE = SPACES
                       OR GCL-BASE = WS-PARM-BASE)
                   MOVE GCL-BASE TO WS-LIST-BASE
                   MOVE GCL-LIMIT TO WS-LIST-LIMIT
                   PERFORM 810-LIST-ONE-BASE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-BASES-LISTED = 0
               IF WS-PARM-BASE = SPACES
                   MOVE 'THE GENERATION CATALOG IS EMPTY'
                     TO WS-REPORT-LINE
               ELSE
                   STRING TRIM (WS-PARM-BASE)
                          ' IS NOT IN THE GENERATION CATALOG'
                          DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               END-IF
           ELSE
               MOVE WS-BASES-LISTED TO WS-EDIT-COUNT
               MOVE WS-GENERATIONS-LISTED TO WS-EDIT-GENS
               STRING 'BASES: ' TRIM (WS-EDIT-COUNT)
                      '   GENERATIONS: ' TRIM (WS-EDIT-GENS)
                      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
       810-LIST-ONE-BASE.
           ADD 1 TO WS-BASES-LISTED
           MOVE 0 TO WS-GEN-COUNT
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                     UNTIL WS-GEN-SUB > WS-CAT-COUNT
               MOVE WS-CAT-LINE (WS-GEN-SUB) TO GDG-CATALOG-LINE
               IF GCL-GENERATION-LINE AND GCL-BASE = WS-LIST-BASE
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-GEN-SUB TO WS-GEN-LINE-SUB (WS-GEN-COUNT)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-EMIT-REPORT-LINE
           MOVE WS-LIST-LIMIT TO WS-EDIT-LIMIT
           MOVE WS-GEN-COUNT TO WS-EDIT-COUNT
           STRING 'BASE ' TRIM (WS-LIST-BASE)
                  '   LIMIT ' TRIM (WS-EDIT-LIMIT)
                  '   GENERATIONS ' TRIM (WS-EDIT-COUNT)
                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-GEN-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'REL' TO WS-REPORT-LINE (3 : 3)
           MOVE 'GEN' TO WS-REPORT-LINE (10 : 3)
           MOVE 'CREATED' TO WS-REPORT-LINE (16 : 7)
           MOVE 'PROGRAM' TO WS-REPORT-LINE (37 : 7)
           MOVE 'RC' TO WS-REPORT-LINE (50 : 2)
           MOVE 'DATASET' TO WS-REPORT-LINE (54 : 7)
           PERFORM 900-EMIT-REPORT-LINE
           MOVE 0 TO WS-RELATIVE
           PERFORM VARYING WS-GEN-SUB FROM WS-GEN-COUNT BY -1
                     UNTIL WS-GEN-SUB < 1
               MOVE WS-CAT-LINE (WS-GEN-LINE-SUB (WS-GEN-SUB))
                 TO GDG-CATALOG-LINE
               ADD 1 TO WS-GENERATIONS-LISTED
               MOVE WS-RELATIVE TO WS-EDIT-REL
               MOVE SPACES TO WS-REL-TEXT
               STRING '(' TRIM (WS-EDIT-REL) ')' DELIMITED BY SIZE
                   INTO WS-REL-TEXT
               END-STRING
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-REL-TEXT TO WS-REPORT-LINE (3 : 6)
               MOVE GCL-GENERATION TO WS-REPORT-LINE (10 : 4)
               MOVE GCL-CREATED TO WS-REPORT-LINE (16 : 19)
               MOVE GCL-PROGRAM TO WS-REPORT-LINE (37 : 12)
               MOVE GCL-RC TO WS-EDIT-RC
               MOVE WS-EDIT-RC TO WS-REPORT-LINE (50 : 2)
               MOVE GCL-DSN TO WS-REPORT-LINE (54 : 64)
               PERFORM 900-EMIT-REPORT-LINE
               SUBTRACT 1 FROM WS-RELATIVE
           END-PERFORM
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED - THE     **
      ** SAME DUAL-DESTINATION CONVENTION FILEPROF USES.             **
      *****************************************************************
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
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
