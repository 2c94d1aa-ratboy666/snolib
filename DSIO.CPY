      *****************************************************************
      ** DSIO.CPY                                                     **
      **                                                              **
      ** REQUEST/RESULT BLOCK FOR THE "DSIO" SUBROUTINE, WHICH OPENS, **
      ** READS, WRITES, REWRITES AND CLOSES DATASETS BY NAME FOR A    **
      ** CALLER THAT HAS NO FD OF ITS OWN - THE SNOBOL4 WRAPPERS      **
      ** dsopen, dsread, dsreadk, dswrite, dsrewrite AND dsclose      **
      ** (IOO.CBL THROUGH NOO.CBL). COPY THIS INTO WORKING-STORAGE,   **
      ** FILL IN THE REQUEST FIELDS, AND:                             **
      **                                                              **
      **     CALL 'DSIO' USING DSIO-REQUEST, <RECORD-BUFFER>          **
      **                                                              **
      ** UP TO FOUR DATASETS MAY BE OPEN AT ONCE. AN OPEN REQUEST     **
      ** HANDS BACK THE HANDLE (1-4) EVERY LATER REQUEST NAMES; CLOSE **
      ** FREES IT FOR REUSE. A DATASET IS ONE OF:                     **
      **                                                              **
      **   ORG 'S' RECFM 'F' - SEQUENTIAL RECORD FILE, THE SAME       **
      **                       DECLARATION THE FILE* UTILITIES USE    **
      **                       FOR RECFM F. WITH A RECLEN, EVERY      **
      **                       RECORD WRITTEN IS EXACTLY RECLEN       **
      **                       BYTES (SHORT ONES SPACE-PADDED).       **
      **   ORG 'S' RECFM 'V' - RDW-PREFIXED BYTE STREAM (THE          **
      **                       COBDUMPUTIL / FILESORT FORMAT).        **
      **   ORG 'I'           - INDEXED, IN THE FILELOAD/FILEUNLD KEY  **
      **                       CONVENTION: A 64-BYTE KEY LEADING      **
      **                       EVERY RECORD, OF WHICH THE FIRST       **
      **                       KEYLEN BYTES ARE SIGNIFICANT. RECORDS  **
      **                       ARE 65 TO 32760 BYTES.                 **
      **                                                              **
      ** WHAT EACH OPEN MODE ALLOWS:                                  **
      **                                                              **
      **   INPUT  - READ NEXT; READ BY KEY (ORG 'I').                 **
      **   OUTPUT - WRITE (AN EXISTING DATASET IS REPLACED).          **
      **   EXTEND - WRITE, AFTER THE LAST RECORD (ORG 'S' ONLY).      **
      **   I-O    - READ NEXT AND REWRITE (RECFM 'F'); READ NEXT,     **
      **            READ BY KEY, WRITE AND REWRITE (ORG 'I').         **
      **                                                              **
      ** DSIO-STATUS COMES BACK AS THE COBOL FILE STATUS OF THE I/O - **
      ** '00' (OR '02'/'04') SUCCESSFUL, '10' END OF FILE, '23' NO    **
      ** RECORD WITH THAT KEY, '22' DUPLICATE KEY ON A WRITE, '35' NO **
      ** SUCH DATASET ON AN OPEN, AND SO ON - OR AS ONE OF DSIO'S OWN **
      ** CODES, WHICH ALL START WITH 'E' SO NO SCRIPT CAN MISTAKE ONE **
      ** FOR A FILE STATUS:                                           **
      **                                                              **
      **   'EH' HANDLE NOT 1-4, OR NOTHING OPEN ON IT                 **
      **   'EF' ALL FOUR HANDLES ALREADY IN USE                       **
      **   'EO' BAD OR CONFLICTING OPEN OPTIONS (NOTHING IS OPENED)   **
      **        - A NEW GENERATION, BASE(+N), OPENED ANY WAY BUT      **
      **        OUTPUT AMONG THEM                                     **
      **   'EG' A RELATIVE GENERATION IN THE DSN DID NOT RESOLVE      **
      **   'EM' REQUEST NOT ALLOWED BY THE DATASET'S OPEN MODE OR     **
      **        ORGANIZATION (A WRITE TO AN INPUT DATASET, A READ BY  **
      **        KEY ON A SEQUENTIAL ONE)                              **
      **   'EL' RECORD LENGTH OUT OF RANGE FOR THE DATASET, OR        **
      **        LONGER THAN THE BUFFER HOLDING IT                     **
      **                                                              **
      ** A READ INTO A BUFFER TOO SHORT FOR THE RECORD FILLS THE      **
      ** BUFFER, RETURNS THE RECORD'S TRUE LENGTH, AND SAYS '04'.     **
      **                                                              **
      ** ANY OTHER BAD STATUS AFTER THE OPEN IS AN INCIDENT, HANDLED  **
      ** EXACTLY AS FILEERR.CPY HANDLES ONE IN A BATCH UTILITY, UNDER **
      ** THE FILE TAG 'DSIO-DATASET': THE RECORD IS DUMPED AND        **
      ** CATALOGED, AND THE FILEERR_POLICY DATASET DECIDES - ABEND    **
      ** (THE DEFAULT) ENDS THE WHOLE RUN 16, WARN HANDS THE STATUS   **
      ** BACK HERE FOR THE CALLER TO ACT ON. A DAMAGED RDW (A PARTIAL **
      ** PREFIX, AN IMPOSSIBLE LENGTH, OR A PAYLOAD RUNNING PAST END  **
      ** OF FILE) AND A FAILED BYTE-STREAM WRITE ARE INCIDENTS UNDER  **
      ** STATUS '30'.                                                 **
      **                                                              **
      ** A KEYED READ THAT COMES BACK '23' LEAVES THE HANDLE AT END   **
      ** OF FILE - THE NEXT READ NEXT IS '10'. AN OUTPUT OPEN OF A    **
      ** NEW GENERATION THAT FAILS ENDS THE WHOLE RUN 16, AS IN A     **
      ** BATCH UTILITY: THE GENERATION WAS RESERVED WHEN ITS NAME     **
      ** RESOLVED, AND WOULD OTHERWISE BE CATALOGED WITHOUT EVER      **
      ** BEING CREATED.                                               **
      **                                                              **
      ** ON AN INDEXED DATASET ONLY THE FIRST KEYLEN KEY BYTES COUNT  **
      ** FOR WRITE AND REWRITE TOO. A WRITE WHOSE KEYLEN BYTES ARE    **
      ** ALREADY IN THE DATASET IS '22'; OPEN OUTPUT (WHICH CANNOT BE **
      ** SEARCHED) THE RECORDS MUST COME IN ASCENDING KEY ORDER, AS   **
      ** FILELOAD TAKES THEM - '21' FOR A KEY BELOW THE LAST ONE      **
      ** WRITTEN, '22' FOR ONE EQUAL TO IT. A REWRITE REPLACES THE    **
      ** RECORD WITH THE SAME KEYLEN BYTES ('23' ONLY WHEN THERE IS   **
      ** NONE), DELETING IT AND WRITING THE NEW ONE IF THE KEY BYTES  **
      ** PAST KEYLEN HAVE CHANGED. NEITHER MOVES WHERE THE NEXT READ  **
      ** NEXT CONTINUES FROM.                                         **
      **                                                              **
      *****************************************************************
      **  DATE  CHANGE DESCRIPTION                                    **
      ** ====== ===================================================== **
      ** FW1026 INITIAL CODING                                        **
      *****************************************************************
       01  DSIO-REQUEST.
      *
      *    REQUEST. DSIO-HANDLE IS RETURNED BY AN OPEN AND NAMED BY
      *    EVERY OTHER REQUEST. THE DSN, ORGANIZATION, RECFM, MODE,
      *    RECLEN AND KEYLEN ARE READ ONLY BY AN OPEN (RECLEN 0 MEANS
      *    EACH RECORD IS AS LONG AS THE CALLER SAYS; KEYLEN 0 MEANS
      *    ALL 64 KEY BYTES). DSIO-KEY IS READ BY A READ BY KEY.
      *    DSIO-RECORD-LENGTH IS THE LENGTH TO WRITE OR REWRITE (0
      *    MEANS RECLEN, OR THE WHOLE BUFFER WITHOUT ONE), AND COMES
      *    BACK AS THE LENGTH OF THE RECORD A READ RETURNED.
      *
           05 DSIO-FUNCTION            PIC X(1).
              88 DSIO-OPEN-REQUEST     VALUE 'O'.
              88 DSIO-READ-NEXT-REQUEST
                                       VALUE 'R'.
              88 DSIO-READ-KEY-REQUEST VALUE 'K'.
              88 DSIO-WRITE-REQUEST    VALUE 'W'.
              88 DSIO-REWRITE-REQUEST  VALUE 'U'.
              88 DSIO-CLOSE-REQUEST    VALUE 'C'.
           05 DSIO-HANDLE              PIC 9(1).
           05 DSIO-DSN                 PIC X(64).
           05 DSIO-ORG                 PIC X(1).
              88 DSIO-ORG-SEQUENTIAL   VALUE 'S'.
              88 DSIO-ORG-INDEXED      VALUE 'I'.
           05 DSIO-RECFM               PIC X(1).
              88 DSIO-RECFM-FIXED      VALUE 'F'.
              88 DSIO-RECFM-RDW        VALUE 'V'.
           05 DSIO-OPEN-MODE           PIC X(1).
              88 DSIO-MODE-INPUT       VALUE 'I'.
              88 DSIO-MODE-OUTPUT      VALUE 'O'.
              88 DSIO-MODE-EXTEND      VALUE 'E'.
              88 DSIO-MODE-I-O         VALUE 'U'.
           05 DSIO-RECLEN              PIC 9(5).
           05 DSIO-KEYLEN              PIC 9(2).
           05 DSIO-KEY                 PIC X(64).
           05 DSIO-RECORD-LENGTH       PIC 9(5).
      *
      *    RESULT - SEE ABOVE.
      *
           05 DSIO-STATUS              PIC X(2).
              88 DSIO-SUCCESSFUL       VALUE '00' '02' '04'.
              88 DSIO-END-OF-FILE      VALUE '10'.
              88 DSIO-KEY-NOT-FOUND    VALUE '23'.
