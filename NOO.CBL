000010 IDENTIFICATION DIVISION.
000020*
000030******************************************************************
000040*                                                                *
000050* NOO.CBL                                                        *
000060*                                                                *
000070******************************************************************
000080*
000090* PROGRAM-ID MUST BE LOWER CASE. WRAPPERS ARE AUTOMATICALLY
000100* GENERATED FOR SNOBOL4 - THIS ONE IS HAND-BUILT, IN THE SAME
000110* STYLE AS DOO.CBL'S "dump": IT CLOSES A DATASET "dsopen"
000120* OPENED, THROUGH THE DSIO SUBROUTINE (SEE DSIO.CPY), AND
000130* FREES ITS HANDLE FOR ANOTHER "dsopen".
000140*
000150* CALL FROM SNOBOL4 WITH THE HANDLE "dsopen" GAVE BACK AND A
000160* TWO-BYTE STATUS BUFFER:
000170*
000180*     dsclose(h, status)
000190*
000200* THE STATUS IS '00' WHEN THE DATASET IS CLOSED, 'EH' FOR A
000210* HANDLE WITH NOTHING OPEN ON IT, OR THE CLOSE'S FILE STATUS.
000220* CLOSING THE LAST OPEN DATASET ENDS THE SCRIPT'S RUNJRNL
000230* ENTRY, SO A SCRIPT SHOULD CLOSE EVERYTHING IT OPENS.
000240*
000250 PROGRAM-ID.      dsclose.
000260 AUTHOR.          FRED WEIGEL.
000270 INSTALLATION.    TORONTO CANADA.
000280 DATE-WRITTEN.    OCTOBER 2026.
000290 DATE-COMPILED.   OCTOBER 2026.
000300 SECURITY.        NONE.
000310 REMARKS.         DATASET CLOSE BY HANDLE, FOR SNOBOL4.
000320*
000330 ENVIRONMENT DIVISION.
000340*
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. DEJAH
000370                  WITH DEBUGGING MODE.
000380 OBJECT-COMPUTER. DEJAH
000390                  MEMORY SIZE 65536 CHARACTERS
000400*
000410* JOBS RUNNING AGAINST EBCDIC-ORIGIN DATA COMPILE THIS WRAPPER
000420* WITH "-D WRAPPER-EBCDIC=1" SO STRING COMPARES COLLATE THE
000430* EBCDIC WAY INSTEAD OF NATIVE - SEE ALPHABET-2 BELOW.
000440*
000450>>IF WRAPPER-EBCDIC DEFINED
000460                  PROGRAM COLLATING SEQUENCE IS ALPHABET-2.
000470>>ELSE
000480                  PROGRAM COLLATING SEQUENCE IS ALPHABET-1.
000490>>END-IF
000500 SPECIAL-NAMES.   ALPHABET ALPHABET-1 IS NATIVE
000510                  ALPHABET ALPHABET-2 IS EBCDIC.
000520*
000530 DATA DIVISION.
000540*
000550 WORKING-STORAGE SECTION.
000560 COPY DSIO.
000570*
000580 LINKAGE SECTION.
000590 01 FILE-HANDLE PIC X ANY LENGTH.
000600 01 IO-STATUS PIC X ANY LENGTH.
000610*
000620 PROCEDURE DIVISION USING FILE-HANDLE IO-STATUS.
000630 000-DSCLOSE.
000640     INITIALIZE DSIO-REQUEST
000650     SET DSIO-CLOSE-REQUEST TO TRUE
000660*
000670* ANYTHING BUT A DIGIT IS HANDLE 0, WHICH DSIO ANSWERS 'EH'.
000680*
000690     IF FILE-HANDLE (1:1) IS NUMERIC
000700         MOVE FILE-HANDLE (1:1) TO DSIO-HANDLE
000710     END-IF
000720*
000730* A CLOSE MOVES NO RECORD - THE HANDLE STANDS IN FOR THE BUFFER.
000740*
000750     CALL 'DSIO' USING DSIO-REQUEST, FILE-HANDLE
000760     END-CALL
000770     MOVE DSIO-STATUS TO IO-STATUS
000780     EXIT PROGRAM.
