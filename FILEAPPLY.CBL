       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAPPLY.
      *****************************************************************
      ** DELTA APPLY - THE CONSUMING HALF OF FILEDELTA: READ ITS A/C/D**
      ** DELTA DATASET (ONE ACTION BYTE PLUS THE FULL RECORD IMAGE)   **
      ** AND APPLY IT TO AN INDEXED MASTER - WRITE FOR 'A', REWRITE   **
      ** FOR 'C', DELETE FOR 'D' - KEYED ON THE LEADING 64-BYTE KEY   **
      ** AREA FILELOAD BUILDS AND FILEUNLD READS, SO A REGIONAL COPY  **
      ** TAKES JUST THE NIGHT'S CHANGES INSTEAD OF A FULL RELOAD.     **
      **                                                             **
      ** BEFORE EACH CHANGE THE PRIOR STATE OF THE KEY IS LOGGED TO   **
      ** A BEFORE-IMAGE DATASET, AND A BACKOUT RUN REPLAYS THAT       **
      ** DATASET IN REVERSE TO PUT THE MASTER BACK THE WAY IT WAS.    **
      **                                                             **
      ** RUN WITH A SINGLE PARM STRING (VIA JCL PARM=, OR THE FIRST  **
      ** COMMAND-LINE ARGUMENT UNDER GNUCOBOL) OF UP TO SEVEN COMMA- **
      ** SEPARATED VALUES:                                           **
      **                                                             **
      **   MASTER-DSN,DELTA-DSN,RECLEN,BEFORE-DSN,MODE,REPORT-DSN,   **
      **   KEYLEN                                                    **
      **                                                             **
      **   MASTER-DSN - REQUIRED. THE INDEXED MASTER TO UPDATE IN    **
      **                PLACE. THE KEY AREA IS THE LEADING 64 BYTES, **
      **                THE SAME DECLARATION FILELOAD AND FILEUNLD   **
      **                USE.                                         **
      **   DELTA-DSN  - REQUIRED FOR APPLY, IGNORED FOR BACKOUT. THE **
      **                FILEDELTA DELTA DATASET - RECLEN+1 BYTES PER **
      **                RECORD, ACTION BYTE FIRST. ITS KEY FIELD     **
      **                MUST BE THE ONE THE MASTER IS KEYED ON.      **
      **   RECLEN     - OPTIONAL. THE RECORD LENGTH FILEDELTA WAS    **
      **                RUN WITH (THE IMAGE LENGTH, NOT COUNTING THE **
      **                ACTION BYTE). DEFAULTS TO 80, FILEDELTA'S    **
      **                OWN DEFAULT. MUST BE AT LEAST 65.            **
      **   BEFORE-DSN - REQUIRED. THE BEFORE-IMAGE DATASET - WRITTEN **
      **                (REPLACING ANY EXISTING CONTENT) BY APPLY,   **
      **                READ BY BACKOUT. EACH RECORD CARRIES A       **
      **                9-DIGIT SEQUENCE NUMBER, THE ACTION IT       **
      **                GUARDS, A 5-DIGIT IMAGE LENGTH AND THE       **
      **                IMAGE: THE MASTER RECORD AS IT STOOD BEFORE  **
      **                A 'C' OR 'D', OR THE ADDED RECORD FOR AN     **
      **                'A' (ONLY ITS KEY MATTERS - BACKING OUT AN   **
      **                ADD IS A DELETE).                            **
      **   MODE       - OPTIONAL. 'APPLY' (THE DEFAULT) OR           **
      **                'BACKOUT'. BACKOUT SORTS THE BEFORE-IMAGES   **
      **                DESCENDING ON SEQUENCE NUMBER AND UNDOES     **
      **                EACH ONE: AN ADD IS DELETED, A CHANGE IS     **
      **                REWRITTEN WITH ITS PRIOR IMAGE, A DELETE IS  **
      **                WRITTEN BACK.                                **
      **   REPORT-DSN - OPTIONAL. WHERE TO WRITE THE EXCEPTION       **
      **                REPORT AND SUMMARY (132-BYTE LINES). THEY GO **
      **                TO SYSERR EITHER WAY.                        **
      **   KEYLEN     - OPTIONAL. SIGNIFICANT LENGTH OF THE KEY,     **
      **                1-64. DEFAULTS TO 64. GIVE THE KEYLEN THE    **
      **                MASTER WAS LOADED WITH - A RECORD IS FOUND   **
      **                BY ITS FIRST KEYLEN KEY BYTES, AS FILELOAD   **
      **                AND FILEUNLD TREAT IT, AND A 'C' WHOSE KEY   **
      **                AREA CHANGED PAST THEM REPLACES THE RECORD   **
      **                (A DELETE AND A WRITE) RATHER THAN           **
      **                REWRITING IT.                                **
      **                                                             **
      ** A CONFLICT IS AN EXCEPTION, NOT AN ABEND: AN ADD WHOSE KEY  **
      ** IS ALREADY ON THE MASTER, A CHANGE OR DELETE WHOSE KEY IS   **
      ** NOT, AN ACTION BYTE OTHER THAN A/C/D, OR AN IMAGE SHORTER   **
      ** THAN THE KEY AREA. EACH ONE IS REPORTED AND DUMPED, THE     **
      ** MASTER IS LEFT ALONE FOR THAT KEY, AND THE RUN GOES ON - A  **
      ** BACKOUT MEETS THE SAME CONFLICTS IN MIRROR IMAGE AND        **
      ** HANDLES THEM THE SAME WAY. NOTHING IS LOGGED TO THE         **
      ** BEFORE-IMAGE DATASET FOR AN EXCEPTION, SO A BACKOUT UNDOES  **
      ** EXACTLY WHAT THE APPLY DID.                                 **
      **                                                             **
      ** THE RUN ENDS WITH A SUMMARY AND RETURN-CODE 0 WHEN EVERY    **
      ** RECORD APPLIED (OR BACKED OUT) CLEANLY, 8 WHEN ANY           **
      ** EXCEPTION WAS REPORTED (THE FILELOAD REJECT CONVENTION), 16  **
      ** ON A PARM OR FILE FAILURE.                                  **
      **                                                             **
      ** AUTHOR:       FRED WEIGEL                                   **
      **                                                             **
      ** DATE-WRITTEN: OCTOBER 2026                                  **
      **                                                             **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                   **
      ** ====== ==================================================== **
      ** FW1026 INITIAL CODING                                       **
      ** FW1026 DSN OPERANDS MAY NAME A RELATIVE GENERATION -        **
      **        BASE(0), BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV    **
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLY-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-DSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMF-RECORD-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT APPLY-DELTA-FILE ASSIGN TO DYNAMIC WS-DELTA-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-FILE-STATUS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO DYNAMIC WS-BEFORE-DSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEFORE-FILE-STATUS.
           SELECT BACKOUT-SORT-FILE ASSIGN TO 'SORTWK01'.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  APPLY-MASTER-FILE
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-MASTER-RECLEN.
       01  APPLY-MASTER-RECORD.
           05 AMF-RECORD-KEY          PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  APPLY-DELTA-FILE
           RECORD IS VARYING IN SIZE FROM 2 TO 32761 CHARACTERS
           DEPENDING ON WS-DELTA-RECLEN.
       01  APPLY-DELTA-RECORD.
           05 ADR-ACTION              PIC X(1).
           05 ADR-IMAGE               PIC X(32760).
       FD  BEFORE-IMAGE-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 32775 CHARACTERS
           DEPENDING ON WS-BEFORE-RECLEN.
       01  BEFORE-IMAGE-RECORD.
           05 BIR-SEQUENCE            PIC 9(9).
           05 BIR-ACTION              PIC X(1).
           05 BIR-IMAGE-LENGTH        PIC 9(5).
           05 BIR-IMAGE               PIC X(32760).
      *
      * THE SORT RECORD CARRIES ITS OWN IMAGE LENGTH (BSR-IMAGE-
      * LENGTH) - A RETURNED SORT RECORD DOESN'T RELIABLY REPORT THE
      * LENGTH IT WAS RELEASED WITH, SO THE LENGTH RIDES IN THE DATA.
      *
       SD  BACKOUT-SORT-FILE
           RECORD IS VARYING IN SIZE FROM 16 TO 32775 CHARACTERS.
       01  BACKOUT-SORT-RECORD.
           05 BSR-SEQUENCE            PIC 9(9).
           05 BSR-ACTION              PIC X(1).
           05 BSR-IMAGE-LENGTH        PIC 9(5).
           05 BSR-IMAGE               PIC X(32760).
       FD  REPORT-FILE.
       01  REPORT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

       01  WS-PARM-FIELDS.
           05 WS-MASTER-DSN           PIC X(64)  VALUE SPACES.
           05 WS-DELTA-DSN            PIC X(64)  VALUE SPACES.
           05 WS-PARM-RECLEN          PIC X(9)   VALUE SPACES.
           05 WS-BEFORE-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-MODE            PIC X(8)   VALUE SPACES.
           05 WS-REPORT-DSN           PIC X(64)  VALUE SPACES.
           05 WS-PARM-KEYLEN          PIC X(9)   VALUE SPACES.

       01  WS-KEY-LENGTH              PIC 9(4)   VALUE 64.
       01  WS-KEY-WANTED              PIC X(64)  VALUE SPACES.

       01  WS-MODE-SW                 PIC X(1)   VALUE 'A'.
           88 WS-APPLY-MODE                      VALUE 'A'.
           88 WS-BACKOUT-MODE                    VALUE 'B'.

       01  WS-IMAGE-RECLEN            USAGE BINARY-LONG VALUE 80.
       01  WS-IMAGE-LENGTH            USAGE BINARY-LONG VALUE 0.
       01  WS-MASTER-RECLEN           USAGE BINARY-LONG VALUE 0.
       01  WS-DELTA-RECLEN            USAGE BINARY-LONG VALUE 0.
       01  WS-BEFORE-RECLEN           USAGE BINARY-LONG VALUE 0.

       01  WS-MASTER-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-DELTA-FILE-STATUS       PIC X(2)   VALUE SPACES.
       01  WS-BEFORE-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  WS-REPORT-FILE-STATUS      PIC X(2)   VALUE SPACES.
       01  REPORT-FILE-OPEN-SW        PIC X(1)   VALUE 'N'.
           88 REPORT-FILE-OPEN                   VALUE 'Y'.

       01  DELTA-EOF-SW               PIC X(1)   VALUE 'N'.
           88 DELTA-EOF                          VALUE 'Y'.
       01  SORT-EOF-SW                PIC X(1)   VALUE 'N'.
           88 SORT-EOF                           VALUE 'Y'.
       01  WS-KEY-FOUND-SW            PIC X(1)   VALUE 'N'.
           88 WS-KEY-FOUND                       VALUE 'Y'.

       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-ADDS-APPLIED            PIC 9(9)   VALUE 0.
       01  WS-CHANGES-APPLIED         PIC 9(9)   VALUE 0.
       01  WS-DELETES-APPLIED         PIC 9(9)   VALUE 0.
       01  WS-BEFORE-WRITTEN          PIC 9(9)   VALUE 0.
       01  WS-EXCEPTIONS              PIC 9(9)   VALUE 0.

       01  WS-ACTION                  PIC X(1)   VALUE SPACE.
       01  WS-EXCEPTION-REASON        PIC X(40)  VALUE SPACES.
       01  WS-EDIT-COUNT              PIC Z(8)9.
       01  WS-REPORT-LINE             PIC X(132) VALUE SPACES.

       COPY DUMPCFG.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       PROCEDURE DIVISION.

       000-FILEAPPLY.
           PERFORM 010-PARSE-PARM
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           PERFORM 020-OPEN-FILES
           IF WS-BACKOUT-MODE
               PERFORM 300-BACKOUT-MASTER
           ELSE
               PERFORM 100-APPLY-DELTA
               CLOSE APPLY-DELTA-FILE
               CLOSE BEFORE-IMAGE-FILE
           END-IF
           CLOSE APPLY-MASTER-FILE
           PERFORM 850-PRINT-SUMMARY
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF
      *
      * FILEERRSUM GOES FIRST - A CALL REPLACES RETURN-CODE WITH THE
      * CALLED PROGRAM'S OWN EXIT CODE, SO A CODE SET BEFORE THE CALL
      * WOULD BE LOST. RAISING (NEVER LOWERING) AFTERWARD PRESERVES
      * THE 8 FILEERRSUM SETS WHEN RECORDS WERE SKIPPED BY POLICY.
      *
           CALL 'FILEERRSUM'
           IF WS-EXCEPTIONS > 0
              AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           COMPUTE RJ-RECORDS-WRITTEN = WS-ADDS-APPLIED
               + WS-CHANGES-APPLIED + WS-DELETES-APPLIED
           MOVE RETURN-CODE TO RJ-RETURN-CODE
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           STOP RUN
           .
      *****************************************************************
      ** 010-PARSE-PARM - SPLIT THE PARM STRING (ONE COMMAND-LINE     **
      ** ARGUMENT) INTO ITS SEVEN COMMA-DELIMITED FIELDS.             **
      *****************************************************************
       010-PARSE-PARM.
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           UNSTRING WS-PARM-STRING DELIMITED BY ','
               INTO WS-MASTER-DSN, WS-DELTA-DSN,
                    WS-PARM-RECLEN, WS-BEFORE-DSN,
                    WS-PARM-MODE, WS-REPORT-DSN,
                    WS-PARM-KEYLEN
           END-UNSTRING
           PERFORM 011-RESOLVE-GENERATIONS
           INSPECT WS-PARM-MODE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE WS-PARM-MODE
               WHEN SPACES
               WHEN 'APPLY'
                   SET WS-APPLY-MODE TO TRUE
               WHEN 'BACKOUT'
                   SET WS-BACKOUT-MODE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILEAPPLY: MODE MUST BE APPLY OR BACKOUT'
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-MASTER-DSN = SPACES OR WS-BEFORE-DSN = SPACES
              OR (WS-APPLY-MODE AND WS-DELTA-DSN = SPACES)
               DISPLAY 'FILEAPPLY: PARM MUST BE MASTER-DSN,DELTA-DSN,'
                       'RECLEN,BEFORE-DSN,MODE,REPORT-DSN,KEYLEN'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-RECLEN NOT = SPACES
               MOVE WS-PARM-RECLEN TO WS-IMAGE-RECLEN
           END-IF
           IF WS-IMAGE-RECLEN < 65 OR WS-IMAGE-RECLEN > 32760
               DISPLAY 'FILEAPPLY: RECLEN MUST BE 65-32760 - '
                       'THE KEY AREA IS THE LEADING 64 BYTES'
                       UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-DELTA-RECLEN = WS-IMAGE-RECLEN + 1
           IF WS-PARM-KEYLEN NOT = SPACES
               MOVE WS-PARM-KEYLEN TO WS-KEY-LENGTH
           END-IF
           IF WS-KEY-LENGTH = 0 OR WS-KEY-LENGTH > 64
               MOVE 64 TO WS-KEY-LENGTH
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
           MOVE WS-MASTER-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-MASTER-DSN
           MOVE WS-DELTA-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-DELTA-DSN
           MOVE WS-BEFORE-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-BEFORE-DSN
           MOVE WS-REPORT-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           MOVE GDG-NAME TO WS-REPORT-DSN
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'FILEAPPLY: A RELATIVE GENERATION IN THE PARM '
                       'DID NOT RESOLVE' UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       020-OPEN-FILES.
           OPEN I-O APPLY-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = '00'
               DISPLAY 'FILEAPPLY: UNABLE TO OPEN ' WS-MASTER-DSN
                       ' AS INDEXED - FILE STATUS '
                       WS-MASTER-FILE-STATUS UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPLY-MODE
               OPEN INPUT APPLY-DELTA-FILE
               IF WS-DELTA-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEAPPLY: UNABLE TO OPEN ' WS-DELTA-DSN
                           ' - FILE STATUS ' WS-DELTA-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT BEFORE-IMAGE-FILE
               IF WS-BEFORE-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEAPPLY: UNABLE TO OPEN ' WS-BEFORE-DSN
                           ' - FILE STATUS ' WS-BEFORE-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-REPORT-DSN NOT = SPACES
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = '00'
                   DISPLAY 'FILEAPPLY: UNABLE TO OPEN ' WS-REPORT-DSN
                           ' - FILE STATUS ' WS-REPORT-FILE-STATUS
                           UPON SYSERR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET REPORT-FILE-OPEN TO TRUE
           END-IF
           .
      *****************************************************************
      ** 100-APPLY-DELTA - READ THE DELTA DATASET FRONT TO BACK AND  **
      ** APPLY EACH RECORD BY KEY. ORDER DOESN'T MATTER TO A KEYED   **
      ** MASTER, SO NO SEQUENCE CHECK - FILEDELTA ALREADY ENFORCED   **
      ** ONE ON THE WAY IN.                                          **
      *****************************************************************
       100-APPLY-DELTA.
           PERFORM 110-READ-DELTA
           PERFORM WITH TEST BEFORE UNTIL DELTA-EOF
               ADD 1 TO WS-RECORDS-READ
               PERFORM 120-APPLY-ONE-DELTA
               PERFORM 110-READ-DELTA
           END-PERFORM
           .
       110-READ-DELTA.
           READ APPLY-DELTA-FILE
               AT END SET DELTA-EOF TO TRUE
           END-READ
           IF NOT DELTA-EOF
               PERFORM 9800-APPLY-DELTA-FILE-STATUS-CHECK
           END-IF
           .
      *****************************************************************
      ** 120-APPLY-ONE-DELTA - LOOK THE KEY UP FIRST, SO EVERY       **
      ** CONFLICT IS CAUGHT BEFORE THE MASTER OR THE BEFORE-IMAGE    **
      ** DATASET IS TOUCHED, THEN LOG THE BEFORE-IMAGE AND MAKE THE  **
      ** CHANGE - LOG FIRST, SO A RUN THAT DIES BETWEEN THE TWO      **
      ** LEAVES A BEFORE-IMAGE FOR A CHANGE THAT NEVER HAPPENED (A   **
      ** HARMLESS BACKOUT EXCEPTION), NEVER A CHANGE WITH NO         **
      ** BEFORE-IMAGE.                                               **
      *****************************************************************
       120-APPLY-ONE-DELTA.
           MOVE ADR-ACTION TO WS-ACTION
           COMPUTE WS-IMAGE-LENGTH = WS-DELTA-RECLEN - 1
           IF WS-IMAGE-LENGTH < 65
               MOVE 'IMAGE SHORTER THAN THE KEY AREA'
                 TO WS-EXCEPTION-REASON
               PERFORM 250-REPORT-DELTA-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE ADR-IMAGE (1 : 64) TO WS-KEY-WANTED
           PERFORM 200-READ-MASTER-BY-KEY
           EVALUATE WS-ACTION
               WHEN 'A'
                   IF WS-KEY-FOUND
                       MOVE 'ADD - KEY ALREADY ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 250-REPORT-DELTA-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 130-LOG-ADDED-IMAGE
                   PERFORM 210-WRITE-IMAGE-TO-MASTER
                   ADD 1 TO WS-ADDS-APPLIED
               WHEN 'C'
                   IF NOT WS-KEY-FOUND
                       MOVE 'CHANGE - KEY NOT ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 250-REPORT-DELTA-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 140-LOG-MASTER-IMAGE
                   PERFORM 220-REPLACE-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN 'D'
                   IF NOT WS-KEY-FOUND
                       MOVE 'DELETE - KEY NOT ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 250-REPORT-DELTA-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 140-LOG-MASTER-IMAGE
                   DELETE APPLY-MASTER-FILE RECORD
                   END-DELETE
                   PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
                   ADD 1 TO WS-DELETES-APPLIED
               WHEN OTHER
                   MOVE 'ACTION CODE IS NOT A, C OR D'
                     TO WS-EXCEPTION-REASON
                   PERFORM 250-REPORT-DELTA-EXCEPTION
           END-EVALUATE
           .
      *
      * AN ADD HAS NO PRIOR STATE - THE ADDED IMAGE ITSELF IS LOGGED,
      * SINCE ITS KEY IS ALL A BACKOUT NEEDS TO DELETE IT AGAIN.
      *
       130-LOG-ADDED-IMAGE.
           MOVE ADR-IMAGE (1 : WS-IMAGE-LENGTH)
             TO BIR-IMAGE (1 : WS-IMAGE-LENGTH)
           MOVE WS-IMAGE-LENGTH TO BIR-IMAGE-LENGTH
           PERFORM 150-WRITE-BEFORE-IMAGE
           .
       140-LOG-MASTER-IMAGE.
           MOVE APPLY-MASTER-RECORD (1 : WS-MASTER-RECLEN)
             TO BIR-IMAGE (1 : WS-MASTER-RECLEN)
           MOVE WS-MASTER-RECLEN TO BIR-IMAGE-LENGTH
           PERFORM 150-WRITE-BEFORE-IMAGE
           .
       150-WRITE-BEFORE-IMAGE.
           ADD 1 TO WS-BEFORE-WRITTEN
           MOVE WS-BEFORE-WRITTEN TO BIR-SEQUENCE
           MOVE WS-ACTION TO BIR-ACTION
           COMPUTE WS-BEFORE-RECLEN = BIR-IMAGE-LENGTH + 15
           WRITE BEFORE-IMAGE-RECORD
           PERFORM 9800-BEFORE-IMAGE-FILE-STATUS-CHECK
           .
      *****************************************************************
      ** 200-READ-MASTER-BY-KEY - IS WS-KEY-WANTED ON THE MASTER?    **
      ** THE START NOT LESS THAN / READ NEXT FILEUNLD POSITIONS      **
      ** WITH, THE FIRST KEYLEN BYTES COMPARED. NO RECORD AT OR PAST **
      ** THE KEY (STATUS 23 OR 10) IS AN ANSWER, NOT AN ERROR; ANY   **
      ** OTHER BAD STATUS GOES THROUGH THE STANDARD CHECK. A FOUND   **
      ** RECORD IS LEFT IN THE FD AREA FOR THE REWRITE OR DELETE.    **
      *****************************************************************
       200-READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-KEY-FOUND-SW
           MOVE LOW-VALUES TO AMF-RECORD-KEY
           MOVE WS-KEY-WANTED (1 : WS-KEY-LENGTH)
             TO AMF-RECORD-KEY (1 : WS-KEY-LENGTH)
           START APPLY-MASTER-FILE
               KEY NOT LESS THAN AMF-RECORD-KEY
           END-START
           IF WS-MASTER-FILE-STATUS = '23'
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
           IF WS-MASTER-FILE-STATUS (1 : 1) NOT = '0'
               EXIT PARAGRAPH
           END-IF
           READ APPLY-MASTER-FILE NEXT RECORD
           END-READ
           IF WS-MASTER-FILE-STATUS = '10'
               EXIT PARAGRAPH
           END-IF
           PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
           IF WS-MASTER-FILE-STATUS (1 : 1) = '0'
              AND AMF-RECORD-KEY (1 : WS-KEY-LENGTH) =
                  WS-KEY-WANTED (1 : WS-KEY-LENGTH)
               SET WS-KEY-FOUND TO TRUE
           END-IF
           .
      *
      * THE LOOK-UP ALREADY SAID THE KEY IS FREE, SO A DUPLICATE-KEY
      * STATUS HERE IS A PROPER FILE ERROR, NOT A CONFLICT.
      *
       210-WRITE-IMAGE-TO-MASTER.
           MOVE WS-IMAGE-LENGTH TO WS-MASTER-RECLEN
           IF WS-APPLY-MODE
               MOVE ADR-IMAGE (1 : WS-IMAGE-LENGTH)
                 TO APPLY-MASTER-RECORD (1 : WS-MASTER-RECLEN)
           ELSE
               MOVE BSR-IMAGE (1 : WS-IMAGE-LENGTH)
                 TO APPLY-MASTER-RECORD (1 : WS-MASTER-RECLEN)
           END-IF
           WRITE APPLY-MASTER-RECORD
           END-WRITE
           PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
           .
      *****************************************************************
      ** 220-REPLACE-MASTER-RECORD - PUT THE IMAGE IN PLACE OF THE   **
      ** MASTER RECORD 200 FOUND. ONLY THE FIRST KEYLEN BYTES NAME   **
      ** THE RECORD, SO WHEN THE IMAGE'S KEY AREA DIFFERS PAST THEM  **
      ** A REWRITE CAN'T DO IT - THE OLD RECORD IS DELETED AND THE   **
      ** IMAGE WRITTEN IN ITS PLACE.                                 **
      *****************************************************************
       220-REPLACE-MASTER-RECORD.
           IF AMF-RECORD-KEY NOT = WS-KEY-WANTED
               DELETE APPLY-MASTER-FILE RECORD
               END-DELETE
               PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
               IF WS-MASTER-FILE-STATUS (1 : 1) = '0'
                   PERFORM 210-WRITE-IMAGE-TO-MASTER
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMAGE-LENGTH TO WS-MASTER-RECLEN
           IF WS-APPLY-MODE
               MOVE ADR-IMAGE (1 : WS-IMAGE-LENGTH)
                 TO APPLY-MASTER-RECORD (1 : WS-MASTER-RECLEN)
           ELSE
               MOVE BSR-IMAGE (1 : WS-IMAGE-LENGTH)
                 TO APPLY-MASTER-RECORD (1 : WS-MASTER-RECLEN)
           END-IF
           REWRITE APPLY-MASTER-RECORD
           END-REWRITE
           PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
           .
      *****************************************************************
      ** 250-REPORT-DELTA-EXCEPTION - SAY WHICH DELTA RECORD, WHAT   **
      ** IT TRIED AND WHY IT COULDN'T, AND DUMP IT WITH ITS RECORD   **
      ** NUMBER IN THE ADDRESS COLUMN (THE FILELOAD REJECT DUMP).    **
      *****************************************************************
       250-REPORT-DELTA-EXCEPTION.
           PERFORM 260-EMIT-EXCEPTION-LINE
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE WS-RECORDS-READ
             TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
           CALL 'COBDUMP'
               USING APPLY-DELTA-RECORD, WS-DELTA-RECLEN,
                     DUMPCFG-CONTROL
           END-CALL
           .
       260-EMIT-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           IF WS-BACKOUT-MODE
               STRING 'BEFORE-IMAGE '       DELIMITED BY SIZE
                      TRIM (WS-EDIT-COUNT)  DELIMITED BY SIZE
                      ' (SEQUENCE '         DELIMITED BY SIZE
                      BSR-SEQUENCE          DELIMITED BY SIZE
                      ') ACTION '           DELIMITED BY SIZE
                      WS-ACTION             DELIMITED BY SIZE
                      ' NOT BACKED OUT - '  DELIMITED BY SIZE
                      TRIM (WS-EXCEPTION-REASON)
                                            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'DELTA RECORD '       DELIMITED BY SIZE
                      TRIM (WS-EDIT-COUNT)  DELIMITED BY SIZE
                      ' ACTION '            DELIMITED BY SIZE
                      WS-ACTION             DELIMITED BY SIZE
                      ' NOT APPLIED - '     DELIMITED BY SIZE
                      TRIM (WS-EXCEPTION-REASON)
                                            DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           .
      *****************************************************************
      ** 300-BACKOUT-MASTER - SORT THE BEFORE-IMAGES NEWEST FIRST    **
      ** AND UNDO THEM ONE BY ONE, SO A KEY TOUCHED MORE THAN ONCE   **
      ** (CHANGED, DELETED, ADDED BACK) UNWINDS IN THE RIGHT ORDER.  **
      *****************************************************************
       300-BACKOUT-MASTER.
           SORT BACKOUT-SORT-FILE
               ON DESCENDING KEY BSR-SEQUENCE
               USING BEFORE-IMAGE-FILE
               OUTPUT PROCEDURE IS 310-RETURN-BEFORE-IMAGES
           IF SORT-RETURN NOT = 0
               DISPLAY 'FILEAPPLY: UNABLE TO SORT BEFORE-IMAGES FROM '
                       WS-BEFORE-DSN ' - SORT-RETURN ' SORT-RETURN
                       UPON SYSERR
               CLOSE APPLY-MASTER-FILE
               CALL 'FILEERRSUM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .
       310-RETURN-BEFORE-IMAGES.
           MOVE 'N' TO SORT-EOF-SW
           PERFORM WITH TEST BEFORE UNTIL SORT-EOF
               RETURN BACKOUT-SORT-FILE
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 320-BACKOUT-ONE-IMAGE
               END-RETURN
           END-PERFORM
           .
      *****************************************************************
      ** 320-BACKOUT-ONE-IMAGE - THE MIRROR OF 120-APPLY-ONE-DELTA:  **
      ** AN ADD IS DELETED, A CHANGE IS REWRITTEN WITH ITS PRIOR     **
      ** IMAGE, A DELETE IS WRITTEN BACK. A KEY IN THE WRONG STATE   **
      ** FOR ITS UNDO (SOMEONE UPDATED THE MASTER SINCE) IS AN       **
      ** EXCEPTION, LEFT FOR A PERSON TO SORT OUT.                   **
      *****************************************************************
       320-BACKOUT-ONE-IMAGE.
           MOVE BSR-ACTION TO WS-ACTION
           MOVE BSR-IMAGE-LENGTH TO WS-IMAGE-LENGTH
           IF WS-IMAGE-LENGTH < 65 OR WS-IMAGE-LENGTH > 32760
               MOVE 'IMAGE LENGTH IS NOT 65-32760'
                 TO WS-EXCEPTION-REASON
               PERFORM 350-REPORT-BACKOUT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE BSR-IMAGE (1 : 64) TO WS-KEY-WANTED
           PERFORM 200-READ-MASTER-BY-KEY
           EVALUATE WS-ACTION
               WHEN 'A'
                   IF NOT WS-KEY-FOUND
                       MOVE 'ADDED KEY IS NO LONGER ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 350-REPORT-BACKOUT-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   DELETE APPLY-MASTER-FILE RECORD
                   END-DELETE
                   PERFORM 9800-APPLY-MASTER-FILE-STATUS-CHECK
                   ADD 1 TO WS-DELETES-APPLIED
               WHEN 'C'
                   IF NOT WS-KEY-FOUND
                       MOVE 'CHANGED KEY IS NO LONGER ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 350-REPORT-BACKOUT-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 220-REPLACE-MASTER-RECORD
                   ADD 1 TO WS-CHANGES-APPLIED
               WHEN 'D'
                   IF WS-KEY-FOUND
                       MOVE 'DELETED KEY IS BACK ON THE MASTER'
                         TO WS-EXCEPTION-REASON
                       PERFORM 350-REPORT-BACKOUT-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM 210-WRITE-IMAGE-TO-MASTER
                   ADD 1 TO WS-ADDS-APPLIED
               WHEN OTHER
                   MOVE 'ACTION CODE IS NOT A, C OR D'
                     TO WS-EXCEPTION-REASON
                   PERFORM 350-REPORT-BACKOUT-EXCEPTION
           END-EVALUATE
           .
       350-REPORT-BACKOUT-EXCEPTION.
           PERFORM 260-EMIT-EXCEPTION-LINE
           COMPUTE WS-BEFORE-RECLEN = WS-IMAGE-LENGTH + 15
           IF WS-IMAGE-LENGTH > 32760
               MOVE 15 TO WS-BEFORE-RECLEN
           END-IF
           INITIALIZE DUMPCFG-CONTROL
           SET DC-USE-DISPLAY-BASE OF DUMPCFG-CONTROL TO TRUE
           MOVE WS-RECORDS-READ
             TO DC-DISPLAY-BASE OF DUMPCFG-CONTROL
           CALL 'COBDUMP'
               USING BACKOUT-SORT-RECORD, WS-BEFORE-RECLEN,
                     DUMPCFG-CONTROL
           END-CALL
           .
      *****************************************************************
      ** 850-PRINT-SUMMARY - WHAT WAS DONE TO THE MASTER. IN BACKOUT **
      ** MODE THE COUNTS ARE WHAT WAS DONE TO UNDO THE APPLY - AN    **
      ** ADD BACKED OUT SHOWS AS A DELETE, AND SO ON.                **
      *****************************************************************
       850-PRINT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BACKOUT-MODE
               STRING 'FILEAPPLY BACKOUT OF ' DELIMITED BY SIZE
                      TRIM (WS-MASTER-DSN)  DELIMITED BY SIZE
                      ' FROM '              DELIMITED BY SIZE
                      TRIM (WS-BEFORE-DSN)  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'FILEAPPLY APPLY OF '  DELIMITED BY SIZE
                      TRIM (WS-DELTA-DSN)   DELIMITED BY SIZE
                      ' TO '                DELIMITED BY SIZE
                      TRIM (WS-MASTER-DSN)  DELIMITED BY SIZE
                      ', BEFORE-IMAGES TO ' DELIMITED BY SIZE
                      TRIM (WS-BEFORE-DSN)  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           IF WS-BACKOUT-MODE
               STRING 'BEFORE-IMAGES READ:  ' DELIMITED BY SIZE
                      WS-EDIT-COUNT         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING 'DELTA RECORDS READ:  ' DELIMITED BY SIZE
                      WS-EDIT-COUNT         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ADDS-APPLIED TO WS-EDIT-COUNT
           STRING 'RECORDS ADDED:       ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHANGES-APPLIED TO WS-EDIT-COUNT
           STRING 'RECORDS CHANGED:     ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DELETES-APPLIED TO WS-EDIT-COUNT
           STRING 'RECORDS DELETED:     ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EXCEPTIONS TO WS-EDIT-COUNT
           STRING 'EXCEPTIONS:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 900-EMIT-REPORT-LINE
           IF WS-APPLY-MODE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-BEFORE-WRITTEN TO WS-EDIT-COUNT
               STRING 'BEFORE-IMAGES WRITTEN:' DELIMITED BY SIZE
                      WS-EDIT-COUNT         DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 900-EMIT-REPORT-LINE
           END-IF
           .
      *****************************************************************
      ** 900-EMIT-REPORT-LINE - EVERY REPORT LINE GOES TO SYSERR,    **
      ** AND ALSO TO THE REPORT DATASET WHEN ONE WAS NAMED.          **
      *****************************************************************
       900-EMIT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE UPON SYSERR
           IF REPORT-FILE-OPEN
               MOVE WS-REPORT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           .
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==APPLY-MASTER-FILE==
           ==:FILE-TAG:==    BY =='APPLY-MASTER-FILE'==
           ==:FILE-STATUS:== BY ==WS-MASTER-FILE-STATUS==
           ==:FILE-RECORD:== BY ==APPLY-MASTER-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-MASTER-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==APPLY-DELTA-FILE==
           ==:FILE-TAG:==    BY =='APPLY-DELTA-FILE'==
           ==:FILE-STATUS:== BY ==WS-DELTA-FILE-STATUS==
           ==:FILE-RECORD:== BY ==APPLY-DELTA-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-DELTA-RECLEN==.
       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==BEFORE-IMAGE-FILE==
           ==:FILE-TAG:==    BY =='BEFORE-IMAGE-FILE'==
           ==:FILE-STATUS:== BY ==WS-BEFORE-FILE-STATUS==
           ==:FILE-RECORD:== BY ==BEFORE-IMAGE-RECORD==
           ==:FILE-LENGTH:== BY ==, WS-BEFORE-RECLEN==.
