005700
005800 COPY DRGSX200.
005900
006600*-----------------------------------------------------*
006700* NEW TECHNOLOGY ADD-ON PAYMENT ELIGIBILITY VARIABLES *
006800*-----------------------------------------------------*
070100*******************************************************
070200 COPY PPHOLDAR.
070300
070310*******************************************************
070320*    TWO-MIDNIGHT STAY ADJUSTMENT FACTOR TABLE,        *
070330*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
070340*    THROUGH PPDRV215.  ONLY THE FIRST MID-COUNT ROWS  *
070350*    ARE SEARCHED; AN AREA NOT ON THE TABLE GETS NO    *
070360*    ADJUSTMENT FACTOR.                                *
070370*******************************************************
070380 COPY MIDNIGHT.
070390
070400******************************************************************
070500 PROCEDURE DIVISION  USING BILL-NEW-DATA
070600                           PPS-DATA
070800                           PPS-ADDITIONAL-VARIABLES
070900                           PROV-NEW-HOLD
071000                           WAGE-NEW-CBSA-INDEX-RECORD
071100                           PPHOLDAR-HOLD-AREA
071110                           MID-ADJ-TABLE.
071200
071300***************************************************************
071400*    PROCESSING:                                              *
111200     SET MID-IDX TO 1.
111300
111400     SEARCH MID-TAB VARYING MID-IDX
111410     WHEN MID-IDX > MID-COUNT
111420       CONTINUE
111500     WHEN WK-MID-MSAX(MID-IDX) = P-NEW-GEO-LOC-MSA9
111600       MOVE MID-DATA-TAB(MID-IDX) TO HLD-MID-DATA.
111700
