005700
005800 COPY DRGSX190.
005900
006600*-----------------------------------------------------*
006700* NEW TECHNOLOGY ADD-ON PAYMENT ELIGIBILITY VARIABLES *
006800*-----------------------------------------------------*
067700*******************************************************
067800 COPY PPHOLDAR.
067900
067910*******************************************************
067920*    TWO-MIDNIGHT STAY ADJUSTMENT FACTOR TABLE,        *
067930*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
067940*    THROUGH PPDRV215.  ONLY THE FIRST MID-COUNT ROWS  *
067950*    ARE SEARCHED; AN AREA NOT ON THE TABLE GETS NO    *
067960*    ADJUSTMENT FACTOR.                                *
067970*******************************************************
067980 COPY MIDNIGHT.
067990
068000******************************************************************
068100 PROCEDURE DIVISION  USING BILL-NEW-DATA
068200                           PPS-DATA
068400                           PPS-ADDITIONAL-VARIABLES
068500                           PROV-NEW-HOLD
068600                           WAGE-NEW-CBSA-INDEX-RECORD
068700                           PPHOLDAR-HOLD-AREA
068710                           MID-ADJ-TABLE.
068800
068900***************************************************************
069000*    PROCESSING:                                              *
108100     SET MID-IDX TO 1.
108200
108300     SEARCH MID-TAB VARYING MID-IDX
108310     WHEN MID-IDX > MID-COUNT
108320       CONTINUE
108400     WHEN WK-MID-MSAX(MID-IDX) = P-NEW-GEO-LOC-MSA9
108500       MOVE MID-DATA-TAB(MID-IDX) TO HLD-MID-DATA.
108600
