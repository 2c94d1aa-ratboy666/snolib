      *****************************************************************
      ** DSIOSLOT.CPY                                                 **
      **                                                              **
      ** THE RECORD-FILE I/O FOR ONE DSIO HANDLE. DSIO DECLARES A     **
      ** SEQUENTIAL FILE (DSIO-SEQ-FILE-N) AND AN INDEXED FILE        **
      ** (DSIO-KEY-FILE-N) FOR EACH OF ITS FOUR HANDLES AND COPIES    **
      ** THIS IN ONCE PER HANDLE, REPLACING :SLOT: WITH THE HANDLE    **
      ** NUMBER, SO EVERY HANDLE RUNS THE SAME CODE AGAINST ITS OWN   **
      ** FILES:                                                       **
      **                                                              **
      **     COPY DSIOSLOT REPLACING ==:SLOT:== BY ==1==.             **
      **                                                              **
      ** 700-SLOT-N-IO IS THE ENTRY: IT CARRIES OUT DSIO-FUNCTION     **
      ** AGAINST WHICHEVER OF THE TWO FILES THE HANDLE WAS OPENED AS, **
      ** MOVING RECORDS THROUGH WS-RECORD-IMAGE / WS-RECORD-LENGTH    **
      ** AND LEAVING THE FILE STATUS IN WS-IO-STATUS. A STATUS THE    **
      ** CALLER IS EXPECTED TO TEST FOR ('10' ON A READ, '23' ON A    **
      ** KEYED READ OR REWRITE, '21'/'22' ON AN INDEXED WRITE) GOES   **
      ** BACK UNTOUCHED; ANY OTHER BAD STATUS AFTER THE OPEN GOES     **
      ** THROUGH THE FILE'S 9800 STATUS-CHECK PARAGRAPH (FILEERR.CPY) **
      ** FIRST. OPEN FAILURES ARE THE CALLER'S TO REPORT.             **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       700-SLOT-:SLOT:-IO.
           EVALUATE TRUE
               WHEN DSIO-OPEN-REQUEST
                   PERFORM 710-SLOT-:SLOT:-OPEN
               WHEN DSIO-READ-NEXT-REQUEST
                   PERFORM 720-SLOT-:SLOT:-READ-NEXT
               WHEN DSIO-READ-KEY-REQUEST
                   PERFORM 730-SLOT-:SLOT:-READ-KEY
               WHEN DSIO-WRITE-REQUEST
                   PERFORM 740-SLOT-:SLOT:-WRITE
               WHEN DSIO-REWRITE-REQUEST
                   PERFORM 750-SLOT-:SLOT:-REWRITE
               WHEN DSIO-CLOSE-REQUEST
                   PERFORM 760-SLOT-:SLOT:-CLOSE
           END-EVALUATE
           .
       710-SLOT-:SLOT:-OPEN.
           MOVE WS-SLOT-DSN (WS-SUB) TO WS-ASSIGN-DSN-:SLOT:
           IF WS-SLOT-INDEXED (WS-SUB)
               EVALUATE TRUE
                   WHEN WS-SLOT-MODE-INPUT (WS-SUB)
                       OPEN INPUT DSIO-KEY-FILE-:SLOT:
                   WHEN WS-SLOT-MODE-OUTPUT (WS-SUB)
                       OPEN OUTPUT DSIO-KEY-FILE-:SLOT:
                   WHEN OTHER
                       OPEN I-O DSIO-KEY-FILE-:SLOT:
               END-EVALUATE
               MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN WS-SLOT-MODE-INPUT (WS-SUB)
                       OPEN INPUT DSIO-SEQ-FILE-:SLOT:
                   WHEN WS-SLOT-MODE-OUTPUT (WS-SUB)
                       OPEN OUTPUT DSIO-SEQ-FILE-:SLOT:
                   WHEN WS-SLOT-MODE-EXTEND (WS-SUB)
                       OPEN EXTEND DSIO-SEQ-FILE-:SLOT:
                   WHEN OTHER
                       OPEN I-O DSIO-SEQ-FILE-:SLOT:
               END-EVALUATE
               MOVE WS-SEQ-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           END-IF
           .
       720-SLOT-:SLOT:-READ-NEXT.
           IF WS-SLOT-INDEXED (WS-SUB)
               READ DSIO-KEY-FILE-:SLOT: NEXT RECORD
               END-READ
               MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               IF WS-IO-STATUS (1 : 1) = '0'
                   MOVE WS-KEY-RECLEN-:SLOT: TO WS-RECORD-LENGTH
                   MOVE DSIO-KEY-RECORD-:SLOT: (1 : WS-RECORD-LENGTH)
                     TO WS-RECORD-IMAGE
                   MOVE DKF-RECORD-KEY-:SLOT:
                     TO WS-SLOT-LAST-KEY (WS-SUB)
                   SET WS-SLOT-PAST-LAST-KEY (WS-SUB) TO TRUE
               END-IF
               IF WS-IO-STATUS NOT = '10'
                   PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
               END-IF
           ELSE
               READ DSIO-SEQ-FILE-:SLOT:
               END-READ
               MOVE WS-SEQ-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               IF WS-IO-STATUS (1 : 1) = '0'
                   MOVE WS-SEQ-RECLEN-:SLOT: TO WS-RECORD-LENGTH
                   MOVE DSIO-SEQ-RECORD-:SLOT: (1 : WS-RECORD-LENGTH)
                     TO WS-RECORD-IMAGE
               END-IF
               IF WS-IO-STATUS NOT = '10'
                   PERFORM 9800-DSIO-SEQ-FILE-:SLOT:-STATUS-CHECK
               END-IF
           END-IF
           .
       730-SLOT-:SLOT:-READ-KEY.
           PERFORM 735-SLOT-:SLOT:-FIND-KEY
           IF WS-IO-STATUS = '00'
               MOVE WS-KEY-RECLEN-:SLOT: TO WS-RECORD-LENGTH
               MOVE DSIO-KEY-RECORD-:SLOT: (1 : WS-RECORD-LENGTH)
                 TO WS-RECORD-IMAGE
               MOVE DKF-RECORD-KEY-:SLOT: TO WS-SLOT-LAST-KEY (WS-SUB)
               SET WS-SLOT-PAST-LAST-KEY (WS-SUB) TO TRUE
           END-IF
           .
      *
      * THE FILELOAD/FILEUNLD KEY RULE: ONLY THE FIRST KEYLEN BYTES
      * OF THE 64-BYTE KEY ARE SIGNIFICANT, SO POSITION AT THE FIRST
      * RECORD NOT BELOW THOSE BYTES OF WS-KEY-WORK AND ACCEPT IT ONLY
      * IF ITS OWN FIRST KEYLEN BYTES MATCH. '00' LEAVES THE RECORD
      * FOUND IN THE FD; A MISS IS '23' HOWEVER IT WAS FOUND.
      *
       735-SLOT-:SLOT:-FIND-KEY.
           MOVE LOW-VALUES TO DKF-RECORD-KEY-:SLOT:
           MOVE WS-KEY-WORK (1 : WS-SLOT-KEYLEN (WS-SUB))
             TO DKF-RECORD-KEY-:SLOT: (1 : WS-SLOT-KEYLEN (WS-SUB))
           START DSIO-KEY-FILE-:SLOT:
               KEY IS NOT LESS THAN DKF-RECORD-KEY-:SLOT:
           END-START
           MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           IF WS-IO-STATUS = '23'
               EXIT PARAGRAPH
           END-IF
           IF WS-IO-STATUS (1 : 1) NOT = '0'
               PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
               EXIT PARAGRAPH
           END-IF
           READ DSIO-KEY-FILE-:SLOT: NEXT RECORD
           END-READ
           MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           IF WS-IO-STATUS = '10'
               MOVE '23' TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-IO-STATUS (1 : 1) NOT = '0'
               PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
               EXIT PARAGRAPH
           END-IF
           IF DKF-RECORD-KEY-:SLOT: (1 : WS-SLOT-KEYLEN (WS-SUB))
              NOT = WS-KEY-WORK (1 : WS-SLOT-KEYLEN (WS-SUB))
               MOVE '23' TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE '00' TO WS-IO-STATUS
           .
      *
      * THE KEY LOOKUP MOVES THE FILE'S POSITION, SO AFTER A WRITE OR
      * REWRITE ON A DATASET OPEN I-O PUT IT BACK WHERE THE CALLER
      * LEFT IT: AT THE FIRST RECORD IF NOTHING HAS BEEN READ YET,
      * ELSE PAST THE LAST RECORD READ'S KEYLEN KEY BYTES. A HANDLE
      * ALREADY AT END OF FILE STAYS THERE. WS-IO-STATUS IS LEFT AS
      * THE WRITE OR REWRITE SET IT.
      *
       738-SLOT-:SLOT:-RESTORE-POSITION.
           IF WS-SLOT-AT-END (WS-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-SLOT-PAST-LAST-KEY (WS-SUB)
               MOVE HIGH-VALUES TO DKF-RECORD-KEY-:SLOT:
               MOVE WS-SLOT-LAST-KEY (WS-SUB)
                      (1 : WS-SLOT-KEYLEN (WS-SUB))
                 TO DKF-RECORD-KEY-:SLOT: (1 : WS-SLOT-KEYLEN (WS-SUB))
               START DSIO-KEY-FILE-:SLOT:
                   KEY IS GREATER THAN DKF-RECORD-KEY-:SLOT:
               END-START
           ELSE
               MOVE LOW-VALUES TO DKF-RECORD-KEY-:SLOT:
               START DSIO-KEY-FILE-:SLOT:
                   KEY IS NOT LESS THAN DKF-RECORD-KEY-:SLOT:
               END-START
           END-IF
           IF WS-KEY-FILE-STATUS-:SLOT: = '23'
               MOVE 'Y' TO WS-SLOT-EOF-SW (WS-SUB)
           ELSE
               IF WS-KEY-FILE-STATUS-:SLOT: (1 : 1) NOT = '0'
                   PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
               END-IF
           END-IF
           .
      *
      * AN INDEXED WRITE IS REFUSED '22' WHEN A RECORD WITH THE SAME
      * FIRST KEYLEN KEY BYTES IS ALREADY THERE. A DATASET OPEN OUTPUT
      * CANNOT BE SEARCHED, SO IT IS LOADED AS FILELOAD LOADS ONE: IN
      * ASCENDING KEY ORDER, '21' FOR A KEY BELOW THE LAST ONE WRITTEN
      * AND '22' FOR ONE EQUAL TO IT, COMPARING KEYLEN BYTES.
      *
       740-SLOT-:SLOT:-WRITE.
           IF WS-SLOT-INDEXED (WS-SUB)
               MOVE WS-RECORD-IMAGE (1 : 64) TO WS-KEY-WORK
               IF WS-SLOT-MODE-OUTPUT (WS-SUB)
                   PERFORM 742-SLOT-:SLOT:-CHECK-SEQUENCE
               ELSE
                   PERFORM 735-SLOT-:SLOT:-FIND-KEY
                   EVALUATE WS-IO-STATUS
                       WHEN '00'
                           MOVE '22' TO WS-IO-STATUS
                       WHEN '23'
                           MOVE '00' TO WS-IO-STATUS
                   END-EVALUATE
               END-IF
               IF WS-IO-STATUS = '00'
                   PERFORM 745-SLOT-:SLOT:-WRITE-KEYED
               END-IF
               IF WS-SLOT-MODE-OUTPUT (WS-SUB)
                   IF WS-IO-STATUS (1 : 1) = '0'
                       MOVE WS-KEY-WORK TO WS-SLOT-LAST-KEY (WS-SUB)
                       SET WS-SLOT-PAST-LAST-KEY (WS-SUB) TO TRUE
                   END-IF
               ELSE
                   PERFORM 738-SLOT-:SLOT:-RESTORE-POSITION
               END-IF
           ELSE
               MOVE WS-RECORD-LENGTH TO WS-SEQ-RECLEN-:SLOT:
               MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                 TO DSIO-SEQ-RECORD-:SLOT:
               WRITE DSIO-SEQ-RECORD-:SLOT:
               END-WRITE
               MOVE WS-SEQ-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               PERFORM 9800-DSIO-SEQ-FILE-:SLOT:-STATUS-CHECK
           END-IF
           .
       742-SLOT-:SLOT:-CHECK-SEQUENCE.
           MOVE '00' TO WS-IO-STATUS
           IF NOT WS-SLOT-PAST-LAST-KEY (WS-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-WORK (1 : WS-SLOT-KEYLEN (WS-SUB))
              = WS-SLOT-LAST-KEY (WS-SUB) (1 : WS-SLOT-KEYLEN (WS-SUB))
               MOVE '22' TO WS-IO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF WS-KEY-WORK (1 : WS-SLOT-KEYLEN (WS-SUB))
              < WS-SLOT-LAST-KEY (WS-SUB) (1 : WS-SLOT-KEYLEN (WS-SUB))
               MOVE '21' TO WS-IO-STATUS
           END-IF
           .
       745-SLOT-:SLOT:-WRITE-KEYED.
           MOVE WS-RECORD-LENGTH TO WS-KEY-RECLEN-:SLOT:
           MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
             TO DSIO-KEY-RECORD-:SLOT:
           WRITE DSIO-KEY-RECORD-:SLOT:
           END-WRITE
           MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           IF WS-IO-STATUS NOT = '21'
              AND WS-IO-STATUS NOT = '22'
               PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
           END-IF
           .
      *
      * AN INDEXED REWRITE REPLACES THE RECORD WITH THE SAME FIRST
      * KEYLEN KEY BYTES, '23' ONLY WHEN THERE IS NONE. IF THE KEY
      * BYTES PAST KEYLEN HAVE CHANGED THE RECORD CANNOT BE REWRITTEN
      * IN PLACE, SO IT IS DELETED AND THE NEW ONE WRITTEN.
      *
       750-SLOT-:SLOT:-REWRITE.
           IF WS-SLOT-INDEXED (WS-SUB)
               MOVE WS-RECORD-IMAGE (1 : 64) TO WS-KEY-WORK
               PERFORM 735-SLOT-:SLOT:-FIND-KEY
               IF WS-IO-STATUS = '00'
                   IF DKF-RECORD-KEY-:SLOT: = WS-KEY-WORK
                       PERFORM 755-SLOT-:SLOT:-REWRITE-KEYED
                   ELSE
                       DELETE DSIO-KEY-FILE-:SLOT: RECORD
                       END-DELETE
                       MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
                       PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
                       IF WS-IO-STATUS (1 : 1) = '0'
                           PERFORM 745-SLOT-:SLOT:-WRITE-KEYED
                       END-IF
                   END-IF
               END-IF
               PERFORM 738-SLOT-:SLOT:-RESTORE-POSITION
           ELSE
               MOVE WS-RECORD-LENGTH TO WS-SEQ-RECLEN-:SLOT:
               MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
                 TO DSIO-SEQ-RECORD-:SLOT:
               REWRITE DSIO-SEQ-RECORD-:SLOT:
               END-REWRITE
               MOVE WS-SEQ-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               PERFORM 9800-DSIO-SEQ-FILE-:SLOT:-STATUS-CHECK
           END-IF
           .
       755-SLOT-:SLOT:-REWRITE-KEYED.
           MOVE WS-RECORD-LENGTH TO WS-KEY-RECLEN-:SLOT:
           MOVE WS-RECORD-IMAGE (1 : WS-RECORD-LENGTH)
             TO DSIO-KEY-RECORD-:SLOT:
           REWRITE DSIO-KEY-RECORD-:SLOT:
           END-REWRITE
           MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
           PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
           .
       760-SLOT-:SLOT:-CLOSE.
           MOVE 0 TO WS-RECORD-LENGTH
           IF WS-SLOT-INDEXED (WS-SUB)
               CLOSE DSIO-KEY-FILE-:SLOT:
               MOVE WS-KEY-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               PERFORM 9800-DSIO-KEY-FILE-:SLOT:-STATUS-CHECK
           ELSE
               CLOSE DSIO-SEQ-FILE-:SLOT:
               MOVE WS-SEQ-FILE-STATUS-:SLOT: TO WS-IO-STATUS
               PERFORM 9800-DSIO-SEQ-FILE-:SLOT:-STATUS-CHECK
           END-IF
           .
