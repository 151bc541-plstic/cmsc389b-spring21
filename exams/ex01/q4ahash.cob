000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. Q4AHASH.
000030 AUTHOR. R MERRILL.
000040 INSTALLATION. CMSC389B BATCH SUPPORT GROUP.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*---------------------------------------------------------------*
000080*  MODIFICATION HISTORY                                         *
000090*---------------------------------------------------------------*
000100*  10/15/26  RM   ORIGINAL VERSION.  CHAIN HASH FOR ONE AUDIT    *
000110*                 TRAIL ENTRY, CALLED BY Q4 AND Q4QUICK AS THEY  *
000120*                 SEAL EACH ENTRY AND BY Q4ACERT AS IT PROVES    *
000130*                 THEM (PARAMETER AREA Q4AHSHP).  THE HASH       *
000140*                 STARTS FROM THE PRIOR ENTRY'S HASH AND FOLDS   *
000150*                 IN EVERY BYTE OF THE ENTRY UP TO AND           *
000160*                 INCLUDING ITS SEQUENCE NUMBER:                 *
000170*                   H = (H * 131 + BYTE + 1) MOD 999999937       *
000180*                 SO A CHANGED BYTE, A MOVED ENTRY, OR A         *
000190*                 REMOVED ONE ALL BREAK THE CHAIN.  CHANGING     *
000200*                 THE MULTIPLIER, THE MODULUS, OR THE HASHED     *
000210*                 LENGTH BREAKS EVERY SEAL ALREADY ON THE        *
000220*                 TRAIL -- DO NOT.                               *
000230*---------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270*---------------------------------------------------------------*
000280*  HASH CONSTANTS -- FIXED FOR THE LIFE OF THE TRAIL             *
000290*---------------------------------------------------------------*
000300 77  WS-HASH-LENGTH          PIC 9(03) VALUE 142.
000310 77  WS-HASH-MULTIPLIER      PIC 9(03) VALUE 131.
000320 77  WS-HASH-MODULUS         PIC 9(09) VALUE 999999937.
000330*---------------------------------------------------------------*
000340*  HASH WORK AREAS                                              *
000350*---------------------------------------------------------------*
000360 77  WS-BYTE-IX              PIC 9(03) VALUE ZERO.
000370 77  WS-HASH                 PIC 9(09) VALUE ZERO.
000380 77  WS-HASH-WORK            PIC 9(12) VALUE ZERO.
000390 77  WS-HASH-QUOTIENT        PIC 9(12) VALUE ZERO.
000400*> ONE BYTE OF THE ENTRY DROPPED INTO THE LOW HALF OF A BINARY
000410*> HALFWORD READS BACK AS ITS CODE POINT, 0 THRU 255
000420 01  WS-BYTE-WORK.
000430     05  WS-BYTE-VALUE       PIC 9(04) COMP VALUE ZERO.
000440 01  WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
000450     05  WS-BYTE-HIGH        PIC X(01).
000460     05  WS-BYTE-LOW         PIC X(01).
000470 LINKAGE SECTION.
000480     COPY Q4AHSHP.
000490 PROCEDURE DIVISION USING Q4AHASH-PARM.
000500*---------------------------------------------------------------*
000510*  0000-MAINLINE                                                *
000520*---------------------------------------------------------------*
000530 0000-MAINLINE.
000540     PERFORM 1000-HASH-ENTRY THRU 1000-EXIT.
000550     GOBACK.
000560 0000-EXIT.
000570     EXIT.
000580*---------------------------------------------------------------*
000590*  1000-HASH-ENTRY -- CHAIN FROM THE PRIOR HASH THROUGH EVERY    *
000600*                     HASHED BYTE OF THE ENTRY                   *
000610*---------------------------------------------------------------*
000620 1000-HASH-ENTRY.
000630     IF QHP-PRIOR-HASH NUMERIC
000640         MOVE QHP-PRIOR-HASH TO WS-HASH
000650     ELSE
000660         MOVE ZERO TO WS-HASH
000670     END-IF.
000680     MOVE ZERO TO WS-BYTE-VALUE.
000690     PERFORM 1100-HASH-ONE-BYTE THRU 1100-EXIT
000700         VARYING WS-BYTE-IX FROM 1 BY 1
000710         UNTIL WS-BYTE-IX > WS-HASH-LENGTH.
000720     MOVE WS-HASH TO QHP-NEW-HASH.
000730 1000-EXIT.
000740     EXIT.
000750 1100-HASH-ONE-BYTE.
000760     MOVE QHP-BYTE (WS-BYTE-IX) TO WS-BYTE-LOW.
000770     COMPUTE WS-HASH-WORK = WS-HASH * WS-HASH-MULTIPLIER
000780         + WS-BYTE-VALUE + 1.
000790     DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
000800         GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH.
000810 1100-EXIT.
000820     EXIT.
