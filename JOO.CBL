000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* JOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT READS THE NEXT RECORD OF A
000120* DATASET "dsopen" OPENED, THROUGH THE DSIO SUBROUTINE (SEE
000130* DSIO.CPY).
000140*
000150* CALL FROM SNOBOL4 WITH THE HANDLE "dsopen" GAVE BACK, A
000160* RECORD BUFFER, A LENGTH BUFFER AND A TWO-BYTE STATUS BUFFER:
000170*
000180*     dsread(h, buffer, length, status)
000190*
000200* THE RECORD COMES BACK IN THE BUFFER, SPACE-PADDED TO ITS
000210* END, AND THE RECORD'S LENGTH IN THE LENGTH BUFFER AS A
000220* NUMBER ('80'). THE STATUS IS '00' FOR A RECORD, '10' AT END
000230* OF FILE, '04' WHEN THE BUFFER WAS TOO SHORT (IT HOLDS THE
000240* RECORD'S FIRST BYTES; THE LENGTH IS THE WHOLE RECORD'S), OR
000250* ANY OTHER FILE STATUS OR DSIO 'E' CODE.
000260*
000270 PROGRAM-ID.      dsread.
000280 AUTHOR.          FRED WEIGEL.
000290 INSTALLATION.    TORONTO CANADA.
000300 DATE-WRITTEN.    OCTOBER 2026.
000310 DATE-COMPILED.   OCTOBER 2026.
000320 SECURITY.        NONE.
000330 REMARKS.         DATASET READ NEXT BY HANDLE, FOR SNOBOL4.
000340*
000350 ENVIRONMENT DIVISION.
000360*
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. DEJAH
000390                  WITH DEBUGGING MODE.
000400 OBJECT-COMPUTER. DEJAH
000410                  MEMORY SIZE 65536 CHARACTERS
000420*
000430* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000440* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000450* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000460*
000470>>IF WRAPPER-EBCDIC DEFINED
000480                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000490>>ELSE
000500                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000510>>END-IF
000520 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000530                  ALPHABET ALPHABET-2 IS EBCDIC.
000540*
000550 DATA DIVISION.
000560*
000570 WORKING-STORAGE SECTION.
000580 01 EDIT-LENGTH              PIC Z(4)9.
000590*
000600 COPY DSIO.
000610*
000620 LINKAGE SECTION.
000630 01 FILE-HANDLE PIC X ANY LENGTH.
000640 01 BUFFER PIC X ANY LENGTH.
000650 01 RECORD-LENGTH PIC X ANY LENGTH.
000660 01 IO-STATUS PIC X ANY LENGTH.
000670*
000680 PROCEDURE DIVISION USING FILE-HANDLE BUFFER RECORD-LENGTH
000690     IO-STATUS.
000700 000-DSREAD.
000710     INITIALIZE DSIO-REQUEST
000720     SET DSIO-READ-NEXT-REQUEST TO TRUE
000730*
000740* ANYTHING BUT A DIGIT IS HANDLE 0, WHICH DSIO ANSWERS 'EH'.
000750*
000760     IF FILE-HANDLE (1:1) IS NUMERIC
000770         MOVE FILE-HANDLE (1:1) TO DSIO-HANDLE
000780     END-IF
000790     CALL 'DSIO' USING DSIO-REQUEST, BUFFER
000800     END-CALL
000810     MOVE DSIO-RECORD-LENGTH TO EDIT-LENGTH
000820     MOVE FUNCTION TRIM (EDIT-LENGTH) TO RECORD-LENGTH
000830     MOVE DSIO-STATUS TO IO-STATUS
000840     EXIT PROGRAM.
