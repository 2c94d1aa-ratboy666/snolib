       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSIO.
      *****************************************************************
      ** DATASET I/O BY NAME FOR CALLERS WITH NO FD OF THEIR OWN -   **
      ** THE SNOBOL4 WRAPPERS dsopen, dsread, dsreadk, dswrite,      **
      ** dsrewrite AND dsclose (IOO.CBL THROUGH NOO.CBL). BEFORE     **
      ** THIS, READING A FIXED-LENGTH, RDW-PREFIXED OR INDEXED       **
      ** DATASET FROM A SCRIPT MEANT A HAND-BUILT COBOL SHIM EVERY   **
      ** TIME. SEE DSIO.CPY FOR THE REQUEST/RESULT BLOCK, THE        **
      ** CALLING SEQUENCE, THE OPEN MODES AND THE STATUS CODES.      **
      **                                                             **
      ** FOUR HANDLES. EACH ONE OWNS A SEQUENTIAL FILE AND AN        **
      ** INDEXED FILE DECLARED THE WAY THE FILE* UTILITIES DECLARE   **
      ** THEM (RECFM F AS FILEDELTA/FILELOAD DO, THE INDEXED MASTER  **
      ** AS FILELOAD/FILEUNLD DO), WHICHEVER THE OPEN ASKED FOR; THE **
      ** RECORD I/O AGAINST THEM IS DSIOSLOT.CPY, COPIED ONCE PER    **
      ** HANDLE. AN RDW (RECFM V) DATASET IS A BYTE STREAM READ AND  **
      ** WRITTEN ONE RDW AT A TIME, THE COBDUMPUTIL/FILESORT WAY,    **
      ** WITH ITS FILE HANDLE AND OFFSET KEPT IN THE HANDLE TABLE.   **
      **                                                             **
      ** DSN OPERANDS MAY NAME A RELATIVE GENERATION - BASE(0),      **
      ** BASE(-1), BASE(+1) - RESOLVED BY GDGRSLV AT THE OPEN.       **
      **                                                             **
      ** BAD STATUSES AFTER THE OPEN ARE INCIDENTS UNDER THE FILE    **
      ** TAG 'DSIO-DATASET', THROUGH THE STANDARD FILEERR.CPY CHECK  **
      ** AND THE FILEERR_POLICY DATASET, SO A SCRIPT'S DATASETS ARE  **
      ** GOVERNED EXACTLY LIKE A BATCH UTILITY'S - ABEND (THE        **
      ** DEFAULT) ENDS THE WHOLE RUN 16, WARN RETURNS THE STATUS.    **
      **                                                             **
      ** EACH RUN IS JOURNALED THROUGH RUNJRNL UNDER PROGRAM=DSIO:   **
      ** THE START LINE IS WRITTEN WHEN THE FIRST DATASET OPENS,     **
      ** WITH THE COMMAND LINE THE SCRIPT WAS RUN WITH AS ITS PARM,  **
      ** AND THE END LINE WHEN THE LAST ONE CLOSES, WITH THE RECORDS **
      ** READ AND WRITTEN (REWRITES COUNT AS WRITTEN) AND A RETURN   **
      ** CODE OF 0, OR 8 WHEN ANY RECORD WAS SKIPPED BY POLICY       **
      ** (FILEERRSUM). A SCRIPT THAT NEVER CLOSES ITS DATASETS       **
      ** LEAVES A START LINE WITH NO END, AS A FAILED RUN DOES. A    **
      ** SCRIPT THAT CLOSES EVERYTHING AND OPENS AGAIN IS JOURNALED  **
      ** AS A SECOND RUN.                                            **
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
           SELECT DSIO-SEQ-FILE-1 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS-1.
           SELECT DSIO-KEY-FILE-1 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DKF-RECORD-KEY-1
               FILE STATUS IS WS-KEY-FILE-STATUS-1.
           SELECT DSIO-SEQ-FILE-2 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS-2.
           SELECT DSIO-KEY-FILE-2 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-2
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DKF-RECORD-KEY-2
               FILE STATUS IS WS-KEY-FILE-STATUS-2.
           SELECT DSIO-SEQ-FILE-3 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS-3.
           SELECT DSIO-KEY-FILE-3 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-3
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DKF-RECORD-KEY-3
               FILE STATUS IS WS-KEY-FILE-STATUS-3.
           SELECT DSIO-SEQ-FILE-4 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS-4.
           SELECT DSIO-KEY-FILE-4 ASSIGN TO DYNAMIC WS-ASSIGN-DSN-4
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DKF-RECORD-KEY-4
               FILE STATUS IS WS-KEY-FILE-STATUS-4.
       DATA DIVISION.
       FILE SECTION.
       FD  DSIO-SEQ-FILE-1
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SEQ-RECLEN-1.
       01  DSIO-SEQ-RECORD-1          PIC X(32760).
       FD  DSIO-KEY-FILE-1
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-KEY-RECLEN-1.
       01  DSIO-KEY-RECORD-1.
           05 DKF-RECORD-KEY-1        PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  DSIO-SEQ-FILE-2
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SEQ-RECLEN-2.
       01  DSIO-SEQ-RECORD-2          PIC X(32760).
       FD  DSIO-KEY-FILE-2
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-KEY-RECLEN-2.
       01  DSIO-KEY-RECORD-2.
           05 DKF-RECORD-KEY-2        PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  DSIO-SEQ-FILE-3
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SEQ-RECLEN-3.
       01  DSIO-SEQ-RECORD-3          PIC X(32760).
       FD  DSIO-KEY-FILE-3
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-KEY-RECLEN-3.
       01  DSIO-KEY-RECORD-3.
           05 DKF-RECORD-KEY-3        PIC X(64).
           05 FILLER                  PIC X(32696).
       FD  DSIO-SEQ-FILE-4
           RECORD IS VARYING IN SIZE FROM 1 TO 32760 CHARACTERS
           DEPENDING ON WS-SEQ-RECLEN-4.
       01  DSIO-SEQ-RECORD-4          PIC X(32760).
       FD  DSIO-KEY-FILE-4
           RECORD IS VARYING IN SIZE FROM 65 TO 32760 CHARACTERS
           DEPENDING ON WS-KEY-RECLEN-4.
       01  DSIO-KEY-RECORD-4.
           05 DKF-RECORD-KEY-4        PIC X(64).
           05 FILLER                  PIC X(32696).
       WORKING-STORAGE SECTION.

       01  WS-PARM-STRING             PIC X(256) VALUE SPACES.

      *
      *    PER-HANDLE ASSIGN NAMES, FILE STATUSES AND RECORD LENGTHS
      *    FOR THE FILES ABOVE.
      *
       01  WS-ASSIGN-DSN-1            PIC X(64)  VALUE SPACES.
       01  WS-SEQ-FILE-STATUS-1       PIC X(2)   VALUE SPACES.
       01  WS-KEY-FILE-STATUS-1       PIC X(2)   VALUE SPACES.
       01  WS-SEQ-RECLEN-1            USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-RECLEN-1            USAGE BINARY-LONG VALUE 0.
       01  WS-ASSIGN-DSN-2            PIC X(64)  VALUE SPACES.
       01  WS-SEQ-FILE-STATUS-2       PIC X(2)   VALUE SPACES.
       01  WS-KEY-FILE-STATUS-2       PIC X(2)   VALUE SPACES.
       01  WS-SEQ-RECLEN-2            USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-RECLEN-2            USAGE BINARY-LONG VALUE 0.
       01  WS-ASSIGN-DSN-3            PIC X(64)  VALUE SPACES.
       01  WS-SEQ-FILE-STATUS-3       PIC X(2)   VALUE SPACES.
       01  WS-KEY-FILE-STATUS-3       PIC X(2)   VALUE SPACES.
       01  WS-SEQ-RECLEN-3            USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-RECLEN-3            USAGE BINARY-LONG VALUE 0.
       01  WS-ASSIGN-DSN-4            PIC X(64)  VALUE SPACES.
       01  WS-SEQ-FILE-STATUS-4       PIC X(2)   VALUE SPACES.
       01  WS-KEY-FILE-STATUS-4       PIC X(2)   VALUE SPACES.
       01  WS-SEQ-RECLEN-4            USAGE BINARY-LONG VALUE 0.
       01  WS-KEY-RECLEN-4            USAGE BINARY-LONG VALUE 0.

      *
      *    THE HANDLE TABLE. WS-SLOT-CURRENT-LENGTH IS THE LENGTH OF
      *    THE RECORD LAST READ ON THE HANDLE (0 WHEN THERE IS NONE) -
      *    A SEQUENTIAL REWRITE MUST REPLACE THAT RECORD WITH ONE OF
      *    THE SAME LENGTH. ON AN INDEXED HANDLE WS-SLOT-LAST-KEY IS
      *    THE KEY OF THE RECORD LAST READ (OR, OPEN OUTPUT, LAST
      *    WRITTEN); WS-SLOT-AT-START SAYS THERE IS NONE YET.
      *
       01  WS-SLOT-TABLE.
           05 WS-SLOT OCCURS 4 TIMES.
              10 WS-SLOT-OPEN-SW      PIC X(1)   VALUE 'N'.
                 88 WS-SLOT-OPEN                 VALUE 'Y'.
              10 WS-SLOT-ORG          PIC X(1)   VALUE SPACE.
                 88 WS-SLOT-INDEXED              VALUE 'I'.
              10 WS-SLOT-RECFM        PIC X(1)   VALUE SPACE.
                 88 WS-SLOT-RDW                  VALUE 'V'.
              10 WS-SLOT-MODE         PIC X(1)   VALUE SPACE.
                 88 WS-SLOT-MODE-INPUT           VALUE 'I'.
                 88 WS-SLOT-MODE-OUTPUT          VALUE 'O'.
                 88 WS-SLOT-MODE-EXTEND          VALUE 'E'.
                 88 WS-SLOT-MODE-I-O             VALUE 'U'.
              10 WS-SLOT-RECLEN       USAGE BINARY-LONG VALUE 0.
              10 WS-SLOT-KEYLEN       USAGE BINARY-LONG VALUE 0.
              10 WS-SLOT-CURRENT-LENGTH
                                      USAGE BINARY-LONG VALUE 0.
              10 WS-SLOT-EOF-SW       PIC X(1)   VALUE 'N'.
                 88 WS-SLOT-AT-END               VALUE 'Y'.
              10 WS-SLOT-KEY-POS-SW   PIC X(1)   VALUE 'F'.
                 88 WS-SLOT-AT-START             VALUE 'F'.
                 88 WS-SLOT-PAST-LAST-KEY        VALUE 'L'.
              10 WS-SLOT-LAST-KEY     PIC X(64)  VALUE LOW-VALUES.
              10 WS-SLOT-DSN          PIC X(64)  VALUE SPACES.
              10 WS-SLOT-RDW-HANDLE   PIC X(4) COMP-X.
              10 WS-SLOT-RDW-OFFSET   PIC X(8) COMP-X.
              10 WS-SLOT-RDW-SIZE     PIC X(8) COMP-X.

       01  WS-SUB                     USAGE BINARY-LONG VALUE 0.
       01  WS-OPEN-COUNT              USAGE BINARY-LONG VALUE 0.
       01  WS-RECORDS-READ            PIC 9(9)   VALUE 0.
       01  WS-RECORDS-WRITTEN         PIC 9(9)   VALUE 0.

       01  WS-IO-STATUS               PIC X(2)   VALUE SPACES.
       01  WS-BUFFER-LENGTH           USAGE BINARY-LONG VALUE 0.
       01  WS-DATA-LENGTH             USAGE BINARY-LONG VALUE 0.
       01  WS-MIN-LENGTH              USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-LENGTH           USAGE BINARY-LONG VALUE 0.
       01  WS-RECORD-IMAGE            PIC X(32760) VALUE SPACES.
       01  WS-KEY-WORK                PIC X(64)  VALUE SPACES.
       01  WS-SCAN-POS                USAGE BINARY-LONG VALUE 0.
       01  WS-NEW-GENERATION-SW       PIC X(1)   VALUE 'N'.
           88 WS-NEW-GENERATION                  VALUE 'Y'.

      *
      *    RDW (RECFM 'V') STATE - THE COBDUMPUTIL BYTE-STREAM CALLS.
      *    RDW-UPDATE-MODE OPENS AN EXISTING STREAM WITHOUT EMPTYING
      *    IT, FOR EXTEND. RDW-RECORD-LENGTH IS COMP-X, SO THE TWO
      *    LENGTH BYTES ARE READ AND WRITTEN BIG-ENDIAN AS ON THE
      *    MAINFRAME.
      *
       01  RDW-READ-COUNT             PIC X(4) COMP-X.
       01  RDW-READ-FLAGS             PIC X COMP-X VALUE 0.
       01  RDW-ACCESS-MODE            PIC X COMP-X VALUE 1.
       01  RDW-WRITE-MODE             PIC X COMP-X VALUE 2.
       01  RDW-UPDATE-MODE            PIC X COMP-X VALUE 3.
       01  RDW-DENY-MODE              PIC X COMP-X VALUE 0.
       01  RDW-DEVICE                 PIC X COMP-X VALUE 0.
       01  RDW-FILE-DETAILS.
           05 RDW-FILE-SIZE           PIC X(8) COMP-X.
           05 RDW-FILE-DATE           PIC X(4) COMP-X.
           05 RDW-FILE-TIME           PIC X(4) COMP-X.
       01  RDW-PREFIX.
           05 RDW-RECORD-LENGTH       PIC X(2) COMP-X.
           05 RDW-PREFIX-ZEROS        PIC X(2).
       01  RDW-PAYLOAD-LENGTH         USAGE BINARY-LONG VALUE 0.
       01  RDW-WRITE-COUNT            PIC X(4) COMP-X.
       01  WS-RDW-STATUS              PIC X(2)   VALUE SPACES.

       COPY FILEERRWS.

       COPY RUNJRNL.

       COPY GDGRSLV.

       LINKAGE SECTION.
           COPY DSIO.

       01  DSIO-RECORD-BUFFER         PIC X ANY LENGTH.

       PROCEDURE DIVISION USING DSIO-REQUEST, DSIO-RECORD-BUFFER.

       000-DSIO.
           MOVE '00' TO DSIO-STATUS
           MOVE LENGTH(DSIO-RECORD-BUFFER) TO WS-BUFFER-LENGTH
           IF DSIO-OPEN-REQUEST
               PERFORM 100-OPEN-DATASET
           ELSE
               PERFORM 050-CHECK-HANDLE
               IF DSIO-STATUS = '00'
                   EVALUATE TRUE
                       WHEN DSIO-READ-NEXT-REQUEST
                           PERFORM 200-READ-NEXT
                       WHEN DSIO-READ-KEY-REQUEST
                           PERFORM 300-READ-BY-KEY
                       WHEN DSIO-WRITE-REQUEST
                           PERFORM 400-WRITE-RECORD
                       WHEN DSIO-REWRITE-REQUEST
                           PERFORM 450-REWRITE-RECORD
                       WHEN DSIO-CLOSE-REQUEST
                           PERFORM 500-CLOSE-DATASET
                       WHEN OTHER
                           MOVE 'EM' TO DSIO-STATUS
                   END-EVALUATE
               END-IF
           END-IF
      *
      * THE OUTCOME TRAVELS IN DSIO-STATUS. RETURN-CODE IS LEFT AT
      * WHATEVER THE LAST BYTE-STREAM OR JOURNAL CALL SET, SO CLEAR
      * IT - THE WRAPPERS' CALLER MUST NOT SEE A STALE CODE.
      *
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM
           .
      *****************************************************************
      ** 050-CHECK-HANDLE - EVERY REQUEST BUT AN OPEN NAMES A HANDLE **
      ** THAT IS OPEN NOW.                                           **
      *****************************************************************
       050-CHECK-HANDLE.
           IF DSIO-HANDLE NOT NUMERIC
              OR DSIO-HANDLE < 1
              OR DSIO-HANDLE > 4
               MOVE 'EH' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DSIO-HANDLE TO WS-SUB
           IF NOT WS-SLOT-OPEN (WS-SUB)
               MOVE 'EH' TO DSIO-STATUS
           END-IF
           .
      *****************************************************************
      ** 100-OPEN-DATASET - CHECK THE OPTIONS, TAKE A FREE HANDLE,   **
      ** RESOLVE THE DSN AND OPEN IT. NOTHING IS OPENED ON A BAD     **
      ** OPTION - AN OPEN GUESSED AT COULD REPLACE THE WRONG         **
      ** DATASET. A FAILED OPEN IS REPORTED ON SYSERR AND ITS STATUS **
      ** RETURNED, THE HANDLE LEFT FREE - EXCEPT A NEW GENERATION'S. **
      ** GDGRSLV RESERVED THAT GENERATION WHEN IT RESOLVED THE NAME, **
      ** AND THE JOURNAL END WOULD CATALOG IT UNCREATED, SO A FAILED **
      ** OPEN OF ONE ENDS THE RUN 16, AS IT WOULD A BATCH UTILITY.   **
      *****************************************************************
       100-OPEN-DATASET.
           MOVE 0 TO DSIO-HANDLE
           PERFORM 110-CHECK-OPEN-OPTIONS
           IF DSIO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                     UNTIL WS-SUB > 4
                        OR NOT WS-SLOT-OPEN (WS-SUB)
               CONTINUE
           END-PERFORM
           IF WS-SUB > 4
               MOVE 'EF' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           SET GDG-RESOLVE TO TRUE
           MOVE 0 TO GDG-ERROR-COUNT
           MOVE DSIO-DSN TO GDG-NAME
           CALL 'GDGRSLV' USING GDG-RESOLVE-CONTROL
           END-CALL
           IF GDG-ERROR-COUNT > 0
               DISPLAY 'DSIO: RELATIVE GENERATION ' TRIM (DSIO-DSN)
                       ' DID NOT RESOLVE' UPON SYSERR
               MOVE 'EG' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE GDG-NAME TO WS-SLOT-DSN (WS-SUB)
           MOVE DSIO-ORG TO WS-SLOT-ORG (WS-SUB)
           MOVE DSIO-RECFM TO WS-SLOT-RECFM (WS-SUB)
           MOVE DSIO-OPEN-MODE TO WS-SLOT-MODE (WS-SUB)
           MOVE DSIO-RECLEN TO WS-SLOT-RECLEN (WS-SUB)
           MOVE DSIO-KEYLEN TO WS-SLOT-KEYLEN (WS-SUB)
           IF WS-SLOT-KEYLEN (WS-SUB) = 0
               MOVE 64 TO WS-SLOT-KEYLEN (WS-SUB)
           END-IF
           MOVE 'N' TO WS-SLOT-EOF-SW (WS-SUB)
           MOVE 0 TO WS-SLOT-CURRENT-LENGTH (WS-SUB)
           SET WS-SLOT-AT-START (WS-SUB) TO TRUE
           MOVE LOW-VALUES TO WS-SLOT-LAST-KEY (WS-SUB)
           MOVE '00' TO WS-IO-STATUS
           IF WS-SLOT-RDW (WS-SUB)
               PERFORM 150-OPEN-RDW
           ELSE
               PERFORM 600-DRIVE-SLOT
           END-IF
           IF WS-IO-STATUS (1 : 1) NOT = '0'
              AND WS-NEW-GENERATION
               DISPLAY 'DSIO: UNABLE TO OPEN NEW GENERATION '
                       TRIM (WS-SLOT-DSN (WS-SUB))
                       ' - FILE STATUS ' WS-IO-STATUS UPON SYSERR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-IO-STATUS (1 : 1) NOT = '0'
               DISPLAY 'DSIO: UNABLE TO OPEN '
                       TRIM (WS-SLOT-DSN (WS-SUB))
                       ' - FILE STATUS ' WS-IO-STATUS UPON SYSERR
               MOVE WS-IO-STATUS TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           SET WS-SLOT-OPEN (WS-SUB) TO TRUE
           MOVE WS-SUB TO DSIO-HANDLE
           MOVE WS-IO-STATUS TO DSIO-STATUS
           ADD 1 TO WS-OPEN-COUNT
           IF WS-OPEN-COUNT = 1
               PERFORM 800-JOURNAL-START
           END-IF
           .
      *****************************************************************
      ** 110-CHECK-OPEN-OPTIONS - ORGANIZATION, RECFM AND MODE MUST  **
      ** BE KNOWN AND FIT TOGETHER: AN INDEXED DATASET IS NEVER AN   **
      ** RDW STREAM AND IS NOT EXTENDED (ITS RECORDS GO WHERE THEIR  **
      ** KEYS SAY), AND AN RDW STREAM IS NOT UPDATED IN PLACE. A NEW **
      ** GENERATION - A DSN ENDING (+N) - IS OPENED OUTPUT OR NOT AT **
      ** ALL: RESOLVING ITS NAME RESERVES IT FOR CATALOGING.         **
      *****************************************************************
       110-CHECK-OPEN-OPTIONS.
           IF DSIO-DSN = SPACES
              OR NOT (DSIO-ORG-SEQUENTIAL OR DSIO-ORG-INDEXED)
              OR NOT (DSIO-RECFM-FIXED OR DSIO-RECFM-RDW)
              OR NOT (DSIO-MODE-INPUT OR DSIO-MODE-OUTPUT
                      OR DSIO-MODE-EXTEND OR DSIO-MODE-I-O)
              OR DSIO-RECLEN NOT NUMERIC
              OR DSIO-KEYLEN NOT NUMERIC
               MOVE 'EO' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF DSIO-RECLEN > 32760
              OR DSIO-KEYLEN > 64
              OR (DSIO-ORG-INDEXED AND DSIO-RECFM-RDW)
              OR (DSIO-ORG-INDEXED AND DSIO-MODE-EXTEND)
              OR (DSIO-ORG-INDEXED AND DSIO-RECLEN > 0
                  AND DSIO-RECLEN < 65)
              OR (DSIO-RECFM-RDW AND DSIO-MODE-I-O)
               MOVE 'EO' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NEW-GENERATION-SW
           PERFORM VARYING WS-SCAN-POS FROM 64 BY -1
                     UNTIL WS-SCAN-POS < 2
                        OR DSIO-DSN (WS-SCAN-POS : 1) NOT = SPACE
               CONTINUE
           END-PERFORM
           IF DSIO-DSN (WS-SCAN-POS : 1) = ')'
               PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY -1
                         UNTIL WS-SCAN-POS < 2
                            OR DSIO-DSN (WS-SCAN-POS : 1) = '('
                   CONTINUE
               END-PERFORM
               IF DSIO-DSN (WS-SCAN-POS : 1) = '('
                  AND DSIO-DSN (WS-SCAN-POS + 1 : 1) = '+'
                   SET WS-NEW-GENERATION TO TRUE
               END-IF
           END-IF
           IF WS-NEW-GENERATION
              AND NOT DSIO-MODE-OUTPUT
               DISPLAY 'DSIO: NEW GENERATION ' TRIM (DSIO-DSN)
                       ' CAN ONLY BE OPENED OUTPUT' UPON SYSERR
               MOVE 'EO' TO DSIO-STATUS
           END-IF
           .
      *****************************************************************
      ** 150-OPEN-RDW - AN RDW STREAM IS READ FROM OFFSET 0, WRITTEN **
      ** FROM OFFSET 0 OF A NEW (EMPTIED) FILE, OR EXTENDED FROM ITS **
      ** CURRENT END. A MISSING STREAM IS STATUS '35', ANY OTHER     **
      ** FAILURE '30'.                                               **
      *****************************************************************
       150-OPEN-RDW.
           MOVE 0 TO WS-SLOT-RDW-OFFSET (WS-SUB)
           MOVE 0 TO WS-SLOT-RDW-SIZE (WS-SUB)
           IF WS-SLOT-MODE-OUTPUT (WS-SUB)
               CALL 'CBL_CREATE_FILE'
                   USING WS-SLOT-DSN (WS-SUB), RDW-WRITE-MODE,
                         RDW-DENY-MODE, RDW-DEVICE,
                         WS-SLOT-RDW-HANDLE (WS-SUB)
               END-CALL
               IF RETURN-CODE NOT = 0
                   MOVE '30' TO WS-IO-STATUS
               END-IF
               EXIT PARAGRAPH
           END-IF
           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-SLOT-DSN (WS-SUB), RDW-FILE-DETAILS
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE '35' TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE RDW-FILE-SIZE TO WS-SLOT-RDW-SIZE (WS-SUB)
           IF WS-SLOT-MODE-EXTEND (WS-SUB)
               CALL 'CBL_OPEN_FILE'
                   USING WS-SLOT-DSN (WS-SUB), RDW-UPDATE-MODE,
                         RDW-DENY-MODE, RDW-DEVICE,
                         WS-SLOT-RDW-HANDLE (WS-SUB)
               END-CALL
               MOVE RDW-FILE-SIZE TO WS-SLOT-RDW-OFFSET (WS-SUB)
           ELSE
               CALL 'CBL_OPEN_FILE'
                   USING WS-SLOT-DSN (WS-SUB), RDW-ACCESS-MODE,
                         RDW-DENY-MODE, RDW-DEVICE,
                         WS-SLOT-RDW-HANDLE (WS-SUB)
               END-CALL
           END-IF
           IF RETURN-CODE NOT = 0
               MOVE '30' TO WS-IO-STATUS
           END-IF
           .
      *****************************************************************
      ** 200-READ-NEXT - THE NEXT RECORD INTO THE CALLER'S BUFFER.   **
      ** ONCE A HANDLE HAS REACHED END OF FILE EVERY FURTHER READ    **
      ** NEXT IS '10' AGAIN - A SCRIPT LOOPING ONE READ TOO FAR      **
      ** MUST NOT RAISE THE '46' INCIDENT A RECORD FILE WOULD GIVE.  **
      *****************************************************************
       200-READ-NEXT.
           IF NOT (WS-SLOT-MODE-INPUT (WS-SUB)
                   OR WS-SLOT-MODE-I-O (WS-SUB))
               MOVE 'EM' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLOT-CURRENT-LENGTH (WS-SUB)
           IF WS-SLOT-AT-END (WS-SUB)
               MOVE 0 TO DSIO-RECORD-LENGTH
               MOVE '10' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-RDW (WS-SUB)
               PERFORM 250-READ-RDW
           ELSE
               PERFORM 600-DRIVE-SLOT
           END-IF
           PERFORM 260-RETURN-RECORD
           IF DSIO-END-OF-FILE
               MOVE 'Y' TO WS-SLOT-EOF-SW (WS-SUB)
           END-IF
           .
      *****************************************************************
      ** 250-READ-RDW - ONE RDW AND ITS PAYLOAD (FILESORT'S WALK). A **
      ** PARTIAL RDW, AN IMPOSSIBLE LENGTH, OR A PAYLOAD THE FILE IS **
      ** TOO SHORT TO HOLD IS AN INCIDENT UNDER STATUS '30', DUMPING **
      ** THE BYTES THAT ARE THERE; THE STREAM CANNOT BE RESYNCHED    **
      ** PAST IT, SO THE NEXT READ ON THE HANDLE IS END OF FILE.     **
      *****************************************************************
       250-READ-RDW.
           IF WS-SLOT-RDW-OFFSET (WS-SUB) >= WS-SLOT-RDW-SIZE (WS-SUB)
               MOVE '10' TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-RDW-OFFSET (WS-SUB) + 4
              > WS-SLOT-RDW-SIZE (WS-SUB)
               DISPLAY 'DSIO: PARTIAL RDW AT FILE OFFSET '
                       WS-SLOT-RDW-OFFSET (WS-SUB) ' OF '
                       TRIM (WS-SLOT-DSN (WS-SUB))
                       ' - TRANSFER IS TRUNCATED' UPON SYSERR
               PERFORM 270-RDW-DAMAGED
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO RDW-READ-COUNT
           CALL 'CBL_READ_FILE'
               USING WS-SLOT-RDW-HANDLE (WS-SUB),
                     WS-SLOT-RDW-OFFSET (WS-SUB),
                     RDW-READ-COUNT, RDW-READ-FLAGS, RDW-PREFIX
           END-CALL
           IF RDW-RECORD-LENGTH < 4
              OR RDW-RECORD-LENGTH > 32764
               DISPLAY 'DSIO: IMPOSSIBLE RDW LENGTH '
                       RDW-RECORD-LENGTH ' AT FILE OFFSET '
                       WS-SLOT-RDW-OFFSET (WS-SUB) ' OF '
                       TRIM (WS-SLOT-DSN (WS-SUB))
                       ' - NOT A VB TRANSFER, OR CORRUPT'
                       UPON SYSERR
               PERFORM 270-RDW-DAMAGED
               EXIT PARAGRAPH
           END-IF
           COMPUTE RDW-PAYLOAD-LENGTH = RDW-RECORD-LENGTH - 4
           IF WS-SLOT-RDW-OFFSET (WS-SUB) + RDW-RECORD-LENGTH
              > WS-SLOT-RDW-SIZE (WS-SUB)
               DISPLAY 'DSIO: RDW LENGTH ' RDW-RECORD-LENGTH
                       ' AT FILE OFFSET '
                       WS-SLOT-RDW-OFFSET (WS-SUB) ' OF '
                       TRIM (WS-SLOT-DSN (WS-SUB))
                       ' RUNS PAST END OF FILE - TRANSFER IS '
                       'TRUNCATED' UPON SYSERR
               PERFORM 270-RDW-DAMAGED
               EXIT PARAGRAPH
           END-IF
           ADD 4 TO WS-SLOT-RDW-OFFSET (WS-SUB)
           MOVE RDW-PAYLOAD-LENGTH TO WS-RECORD-LENGTH
           IF RDW-PAYLOAD-LENGTH > 0
               MOVE RDW-PAYLOAD-LENGTH TO RDW-READ-COUNT
               CALL 'CBL_READ_FILE'
                   USING WS-SLOT-RDW-HANDLE (WS-SUB),
                         WS-SLOT-RDW-OFFSET (WS-SUB),
                         RDW-READ-COUNT, RDW-READ-FLAGS,
                         WS-RECORD-IMAGE
               END-CALL
               ADD RDW-PAYLOAD-LENGTH TO WS-SLOT-RDW-OFFSET (WS-SUB)
           END-IF
           MOVE '00' TO WS-IO-STATUS
           .
      *****************************************************************
      ** 260-RETURN-RECORD - A SUCCESSFUL READ'S RECORD INTO THE     **
      ** CALLER'S BUFFER, SPACE-FILLED PAST THE RECORD. A BUFFER TOO **
      ** SHORT FOR THE RECORD TAKES WHAT FITS AND THE STATUS SAYS    **
      ** '04'; DSIO-RECORD-LENGTH IS ALWAYS THE RECORD'S TRUE        **
      ** LENGTH.                                                     **
      *****************************************************************
       260-RETURN-RECORD.
           MOVE WS-IO-STATUS TO DSIO-STATUS
           IF WS-IO-STATUS (1 : 1) NOT = '0'
               MOVE 0 TO DSIO-RECORD-LENGTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ
           MOVE WS-RECORD-LENGTH TO DSIO-RECORD-LENGTH
           MOVE WS-RECORD-LENGTH TO WS-SLOT-CURRENT-LENGTH (WS-SUB)
           MOVE SPACES TO DSIO-RECORD-BUFFER
           IF WS-RECORD-LENGTH > WS-BUFFER-LENGTH
               MOVE WS-RECORD-IMAGE (1 : WS-BUFFER-LENGTH)
                 TO DSIO-RECORD-BUFFER
               MOVE '04' TO DSIO-STATUS
           ELSE
               IF WS-RECORD-LENGTH > 0
                   MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                     TO DSIO-RECORD-BUFFER (1 : WS-RECORD-LENGTH)
               END-IF
           END-IF
           .
      *****************************************************************
      ** 270-RDW-DAMAGED - DUMP WHAT IS LEFT OF THE STREAM (AT MOST  **
      ** A RECORD'S WORTH) AS THE INCIDENT RECORD, THEN PARK THE     **
      ** HANDLE AT END OF FILE.                                      **
      *****************************************************************
       270-RDW-DAMAGED.
           COMPUTE WS-RECORD-LENGTH = WS-SLOT-RDW-SIZE (WS-SUB)
                                    - WS-SLOT-RDW-OFFSET (WS-SUB)
           IF WS-RECORD-LENGTH > 32760
               MOVE 32760 TO WS-RECORD-LENGTH
           END-IF
           MOVE WS-RECORD-LENGTH TO RDW-READ-COUNT
           CALL 'CBL_READ_FILE'
               USING WS-SLOT-RDW-HANDLE (WS-SUB),
                     WS-SLOT-RDW-OFFSET (WS-SUB),
                     RDW-READ-COUNT, RDW-READ-FLAGS,
                     WS-RECORD-IMAGE
           END-CALL
           MOVE WS-SLOT-RDW-SIZE (WS-SUB) TO WS-SLOT-RDW-OFFSET (WS-SUB)
           MOVE '30' TO WS-RDW-STATUS
           PERFORM 9800-RDW-DATASET-STATUS-CHECK
           MOVE WS-RDW-STATUS TO WS-IO-STATUS
           .
      *****************************************************************
      ** 300-READ-BY-KEY - THE RECORD WHOSE FIRST KEYLEN KEY BYTES   **
      ** ARE DSIO-KEY'S, OR STATUS '23'. A LATER READ NEXT GOES ON   **
      ** FROM THE RECORD FOUND. A '23' LEAVES THE FILE WITH NO       **
      ** POSITION, SO THE HANDLE IS PARKED AT END OF FILE - THE NEXT **
      ** READ NEXT IS '10', NOT A '46' INCIDENT.                     **
      *****************************************************************
       300-READ-BY-KEY.
           IF NOT WS-SLOT-INDEXED (WS-SUB)
              OR NOT (WS-SLOT-MODE-INPUT (WS-SUB)
                      OR WS-SLOT-MODE-I-O (WS-SUB))
               MOVE 'EM' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-SLOT-CURRENT-LENGTH (WS-SUB)
           MOVE 'N' TO WS-SLOT-EOF-SW (WS-SUB)
           MOVE DSIO-KEY TO WS-KEY-WORK
           PERFORM 600-DRIVE-SLOT
           PERFORM 260-RETURN-RECORD
           IF DSIO-KEY-NOT-FOUND
               MOVE 'Y' TO WS-SLOT-EOF-SW (WS-SUB)
           END-IF
           .
      *****************************************************************
      ** 400-WRITE-RECORD - A NEW RECORD FROM THE CALLER'S BUFFER.   **
      ** OUTPUT AND EXTEND WRITE IN ARRIVAL ORDER; AN INDEXED        **
      ** DATASET OPEN I-O ALSO TAKES NEW RECORDS, BY KEY. INDEXED,   **
      ** A RECORD WHOSE FIRST KEYLEN KEY BYTES ARE ALREADY THERE IS  **
      ** '22'; OPEN OUTPUT, KEYS MUST ASCEND ('21' IF ONE DOES NOT). **
      *****************************************************************
       400-WRITE-RECORD.
           IF NOT (WS-SLOT-MODE-OUTPUT (WS-SUB)
                   OR WS-SLOT-MODE-EXTEND (WS-SUB)
                   OR (WS-SLOT-MODE-I-O (WS-SUB)
                       AND WS-SLOT-INDEXED (WS-SUB)))
               MOVE 'EM' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 410-BUILD-OUTPUT-RECORD
           IF DSIO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-RDW (WS-SUB)
               PERFORM 420-WRITE-RDW
           ELSE
               PERFORM 600-DRIVE-SLOT
           END-IF
           MOVE WS-IO-STATUS TO DSIO-STATUS
           IF WS-IO-STATUS (1 : 1) = '0'
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .
      *****************************************************************
      ** 410-BUILD-OUTPUT-RECORD - THE RECORD TO WRITE OR REWRITE,   **
      ** INTO WS-RECORD-IMAGE / WS-RECORD-LENGTH. THE CALLER'S       **
      ** LENGTH (OR, WHEN 0, RECLEN OR THE WHOLE BUFFER) MAY NOT RUN **
      ** PAST THE BUFFER OR A RECLEN. WITH A RECLEN EVERY RECORD IS  **
      ** RECLEN LONG, SPACE-PADDED. AN INDEXED RECORD CARRIES ITS    **
      ** 64-BYTE KEY AND AT LEAST ONE BYTE MORE.                     **
      *****************************************************************
       410-BUILD-OUTPUT-RECORD.
           IF DSIO-RECORD-LENGTH NOT NUMERIC
               MOVE 'EL' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE DSIO-RECORD-LENGTH TO WS-DATA-LENGTH
           IF WS-DATA-LENGTH = 0
               MOVE WS-BUFFER-LENGTH TO WS-DATA-LENGTH
               IF WS-SLOT-RECLEN (WS-SUB) > 0
                  AND WS-DATA-LENGTH > WS-SLOT-RECLEN (WS-SUB)
                   MOVE WS-SLOT-RECLEN (WS-SUB) TO WS-DATA-LENGTH
               END-IF
           END-IF
           IF WS-DATA-LENGTH > WS-BUFFER-LENGTH
              OR (WS-SLOT-RECLEN (WS-SUB) > 0
                  AND WS-DATA-LENGTH > WS-SLOT-RECLEN (WS-SUB))
               MOVE 'EL' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-RECLEN (WS-SUB) > 0
               MOVE WS-SLOT-RECLEN (WS-SUB) TO WS-RECORD-LENGTH
           ELSE
               MOVE WS-DATA-LENGTH TO WS-RECORD-LENGTH
           END-IF
           IF WS-SLOT-INDEXED (WS-SUB)
               MOVE 65 TO WS-MIN-LENGTH
           ELSE
               MOVE 1 TO WS-MIN-LENGTH
           END-IF
           IF WS-RECORD-LENGTH < WS-MIN-LENGTH
              OR WS-RECORD-LENGTH > 32760
               MOVE 'EL' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
           IF WS-DATA-LENGTH > 0
               MOVE DSIO-RECORD-BUFFER (1 : WS-DATA-LENGTH)
                 TO WS-RECORD-IMAGE (1 : WS-DATA-LENGTH)
           END-IF
           .
      *****************************************************************
      ** 420-WRITE-RDW - THE RDW (LENGTH + 4, BIG-ENDIAN, TWO ZERO   **
      ** BYTES) AND THEN THE PAYLOAD AT THE HANDLE'S OFFSET. A WRITE **
      ** THE SYSTEM REFUSES IS AN INCIDENT UNDER STATUS '30'.        **
      *****************************************************************
       420-WRITE-RDW.
           COMPUTE RDW-RECORD-LENGTH = WS-RECORD-LENGTH + 4
           MOVE LOW-VALUES TO RDW-PREFIX-ZEROS
           MOVE 4 TO RDW-WRITE-COUNT
           CALL 'CBL_WRITE_FILE'
               USING WS-SLOT-RDW-HANDLE (WS-SUB),
                     WS-SLOT-RDW-OFFSET (WS-SUB),
                     RDW-WRITE-COUNT, RDW-READ-FLAGS, RDW-PREFIX
           END-CALL
           IF RETURN-CODE = 0
               ADD 4 TO WS-SLOT-RDW-OFFSET (WS-SUB)
               MOVE WS-RECORD-LENGTH TO RDW-WRITE-COUNT
               CALL 'CBL_WRITE_FILE'
                   USING WS-SLOT-RDW-HANDLE (WS-SUB),
                         WS-SLOT-RDW-OFFSET (WS-SUB),
                         RDW-WRITE-COUNT, RDW-READ-FLAGS,
                         WS-RECORD-IMAGE
               END-CALL
           END-IF
           IF RETURN-CODE NOT = 0
               DISPLAY 'DSIO: WRITE FAILED ON '
                       TRIM (WS-SLOT-DSN (WS-SUB)) UPON SYSERR
               MOVE '30' TO WS-RDW-STATUS
               PERFORM 9800-RDW-DATASET-STATUS-CHECK
               MOVE WS-RDW-STATUS TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD WS-RECORD-LENGTH TO WS-SLOT-RDW-OFFSET (WS-SUB)
           MOVE '00' TO WS-IO-STATUS
           .
      *****************************************************************
      ** 450-REWRITE-RECORD - REPLACE A RECORD IN A DATASET OPEN     **
      ** I-O. INDEXED: THE RECORD WITH THE BUFFER'S FIRST KEYLEN     **
      ** KEY BYTES ('23' IF NONE). SEQUENTIAL: THE RECORD JUST       **
      ** READ, WITH ONE OF THE SAME LENGTH (A LENGTH OF 0 MEANS      **
      ** THAT LENGTH).                                               **
      *****************************************************************
       450-REWRITE-RECORD.
           IF NOT WS-SLOT-MODE-I-O (WS-SUB)
               MOVE 'EM' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SLOT-INDEXED (WS-SUB)
               IF WS-SLOT-CURRENT-LENGTH (WS-SUB) = 0
                   MOVE 'EM' TO DSIO-STATUS
                   EXIT PARAGRAPH
               END-IF
               IF DSIO-RECORD-LENGTH = 0
                  AND WS-SLOT-RECLEN (WS-SUB) = 0
                   MOVE WS-SLOT-CURRENT-LENGTH (WS-SUB)
                     TO DSIO-RECORD-LENGTH
               END-IF
           END-IF
           PERFORM 410-BUILD-OUTPUT-RECORD
           IF DSIO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SLOT-INDEXED (WS-SUB)
              AND WS-RECORD-LENGTH NOT =
                  WS-SLOT-CURRENT-LENGTH (WS-SUB)
               MOVE 'EL' TO DSIO-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 600-DRIVE-SLOT
           MOVE 0 TO WS-SLOT-CURRENT-LENGTH (WS-SUB)
           MOVE WS-IO-STATUS TO DSIO-STATUS
           IF WS-IO-STATUS (1 : 1) = '0'
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
           .
      *****************************************************************
      ** 500-CLOSE-DATASET - CLOSE AND FREE THE HANDLE. CLOSING THE  **
      ** LAST OPEN DATASET ENDS THE JOURNALED RUN.                   **
      *****************************************************************
       500-CLOSE-DATASET.
           MOVE '00' TO WS-IO-STATUS
           IF WS-SLOT-RDW (WS-SUB)
               CALL 'CBL_CLOSE_FILE' USING WS-SLOT-RDW-HANDLE (WS-SUB)
               END-CALL
           ELSE
               PERFORM 600-DRIVE-SLOT
           END-IF
           MOVE WS-IO-STATUS TO DSIO-STATUS
           MOVE 'N' TO WS-SLOT-OPEN-SW (WS-SUB)
           SUBTRACT 1 FROM WS-OPEN-COUNT
           IF WS-OPEN-COUNT = 0
               PERFORM 850-JOURNAL-END
           END-IF
           .
      *****************************************************************
      ** 600-DRIVE-SLOT - HAND THE REQUEST TO THE HANDLE'S OWN COPY  **
      ** OF DSIOSLOT.CPY.                                            **
      *****************************************************************
       600-DRIVE-SLOT.
           EVALUATE WS-SUB
               WHEN 1
                   PERFORM 700-SLOT-1-IO
               WHEN 2
                   PERFORM 700-SLOT-2-IO
               WHEN 3
                   PERFORM 700-SLOT-3-IO
               WHEN 4
                   PERFORM 700-SLOT-4-IO
           END-EVALUATE
           .
      *****************************************************************
      ** 800-JOURNAL-START - THE FIRST DATASET OF A RUN IS OPEN. THE **
      ** PARM JOURNALED IS THE COMMAND LINE THE SCRIPT WAS RUN WITH. **
      *****************************************************************
       800-JOURNAL-START.
           MOVE 0 TO WS-RECORDS-READ
           MOVE 0 TO WS-RECORDS-WRITTEN
           MOVE SPACES TO WS-PARM-STRING
           ACCEPT WS-PARM-STRING FROM COMMAND-LINE
           INITIALIZE RUN-JOURNAL-CONTROL
           MOVE WS-PARM-STRING TO RJ-PARM
           SET RJ-EVENT-START TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           .
      *****************************************************************
      ** 850-JOURNAL-END - THE LAST DATASET OF THE RUN IS CLOSED.    **
      ** FILEERRSUM REPORTS THE RUN'S INCIDENTS AND LEAVES 8         **
      ** WHEN RECORDS WERE SKIPPED BY POLICY. IT IS CALLED ONLY      **
      ** WHEN THERE WERE SOME: IT DOES NOT TOUCH ITS OWN RETURN-     **
      ** CODE OTHERWISE, SO A LATER, CLEAN RUN IN THE SAME SCRIPT    **
      ** WOULD GET BACK THE 8 OF AN EARLIER ONE. THE DISPOSITION     **
      ** COUNTS ARE THEN ZEROED SO A LATER RUN REPORTS ONLY ITS      **
      ** OWN.                                                        **
      *****************************************************************
       850-JOURNAL-END.
           MOVE 0 TO RJ-RETURN-CODE
           IF FILEERR-TOTALS NOT = LOW-VALUES
               IF FILEERR-ABEND-COUNT > 0
                  OR FILEERR-WARN-COUNT > 0
                  OR FILEERR-RETRY-COUNT > 0
                   CALL 'FILEERRSUM'
                   MOVE RETURN-CODE TO RJ-RETURN-CODE
               END-IF
               MOVE 0 TO FILEERR-ABEND-COUNT
                         FILEERR-WARN-COUNT
                         FILEERR-RETRY-COUNT
           END-IF
           MOVE WS-RECORDS-READ TO RJ-RECORDS-READ
           MOVE WS-RECORDS-WRITTEN TO RJ-RECORDS-WRITTEN
           SET RJ-EVENT-END TO TRUE
           CALL 'RUNJRNL' USING RUN-JOURNAL-CONTROL
           END-CALL
           .

       COPY DSIOSLOT REPLACING ==:SLOT:== BY ==1==.

       COPY DSIOSLOT REPLACING ==:SLOT:== BY ==2==.

       COPY DSIOSLOT REPLACING ==:SLOT:== BY ==3==.

       COPY DSIOSLOT REPLACING ==:SLOT:== BY ==4==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-SEQ-FILE-1==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-SEQ-FILE-STATUS-1==
           ==:FILE-RECORD:== BY ==DSIO-SEQ-RECORD-1==
           ==:FILE-LENGTH:== BY ==, WS-SEQ-RECLEN-1==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-KEY-FILE-1==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-KEY-FILE-STATUS-1==
           ==:FILE-RECORD:== BY ==DSIO-KEY-RECORD-1==
           ==:FILE-LENGTH:== BY ==, WS-KEY-RECLEN-1==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-SEQ-FILE-2==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-SEQ-FILE-STATUS-2==
           ==:FILE-RECORD:== BY ==DSIO-SEQ-RECORD-2==
           ==:FILE-LENGTH:== BY ==, WS-SEQ-RECLEN-2==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-KEY-FILE-2==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-KEY-FILE-STATUS-2==
           ==:FILE-RECORD:== BY ==DSIO-KEY-RECORD-2==
           ==:FILE-LENGTH:== BY ==, WS-KEY-RECLEN-2==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-SEQ-FILE-3==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-SEQ-FILE-STATUS-3==
           ==:FILE-RECORD:== BY ==DSIO-SEQ-RECORD-3==
           ==:FILE-LENGTH:== BY ==, WS-SEQ-RECLEN-3==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-KEY-FILE-3==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-KEY-FILE-STATUS-3==
           ==:FILE-RECORD:== BY ==DSIO-KEY-RECORD-3==
           ==:FILE-LENGTH:== BY ==, WS-KEY-RECLEN-3==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-SEQ-FILE-4==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-SEQ-FILE-STATUS-4==
           ==:FILE-RECORD:== BY ==DSIO-SEQ-RECORD-4==
           ==:FILE-LENGTH:== BY ==, WS-SEQ-RECLEN-4==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==DSIO-KEY-FILE-4==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-KEY-FILE-STATUS-4==
           ==:FILE-RECORD:== BY ==DSIO-KEY-RECORD-4==
           ==:FILE-LENGTH:== BY ==, WS-KEY-RECLEN-4==.

       COPY FILEERR REPLACING
           ==:FILE-ID:==     BY ==RDW-DATASET==
           ==:FILE-TAG:==    BY =='DSIO-DATASET'==
           ==:FILE-STATUS:== BY ==WS-RDW-STATUS==
           ==:FILE-RECORD:== BY ==WS-RECORD-IMAGE==
           ==:FILE-LENGTH:== BY ==, WS-RECORD-LENGTH==.
