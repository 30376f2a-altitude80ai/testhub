005900
006000 COPY DRGSX180.
006100
006900***********************************************************
007000***  PROVIDER ADJUSTMENT TABLE FOR UNCOMPENSATED CARE UCC
007100***  WAS CHANGED TO DATA COMING FROM THE PROVIDER FILE
080100*******************************************************
080200 COPY PPHOLDAR.
080300
080310*******************************************************
080320*    TWO-MIDNIGHT STAY ADJUSTMENT FACTOR TABLE,        *
080330*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
080340*    THROUGH PPDRV215.  ONLY THE FIRST MID-COUNT ROWS  *
080350*    ARE SEARCHED; AN AREA NOT ON THE TABLE GETS NO    *
080360*    ADJUSTMENT FACTOR.                                *
080370*******************************************************
080380 COPY MIDNIGHT.
080390
080400******************************************************************
080500 PROCEDURE DIVISION  USING BILL-NEW-DATA
080600                           PPS-DATA
080800                           PPS-ADDITIONAL-VARIABLES
080900                           PROV-NEW-HOLD
081000                           WAGE-NEW-CBSA-INDEX-RECORD
081100                           PPHOLDAR-HOLD-AREA
081110                           MID-ADJ-TABLE.
081200
081300***************************************************************
081400*    PROCESSING:                                              *
120500     SET MID-IDX TO 1.
120600
120700     SEARCH MID-TAB VARYING MID-IDX
120710     WHEN MID-IDX > MID-COUNT
120720       CONTINUE
120800     WHEN WK-MID-MSAX(MID-IDX) = P-NEW-GEO-LOC-MSA9
120900       MOVE MID-DATA-TAB(MID-IDX) TO HLD-MID-DATA.
121000
