005900
006000 COPY DRGSX170.
006100
006900***********************************************************
007000*****YEARCHANGE 2015.0 ************************************
007100***********************************************************
079200*******************************************************
079300 COPY PPHOLDAR.
079400
079410*******************************************************
079420*    TWO-MIDNIGHT STAY ADJUSTMENT FACTOR TABLE,        *
079430*    LOADED BY THE BATCH DRIVER AND PASSED DOWN        *
079440*    THROUGH PPDRV215.  ONLY THE FIRST MID-COUNT ROWS  *
079450*    ARE SEARCHED; AN AREA NOT ON THE TABLE GETS NO    *
079460*    ADJUSTMENT FACTOR.                                *
079470*******************************************************
079480 COPY MIDNIGHT.
079490
079500******************************************************************
079600 PROCEDURE DIVISION  USING BILL-NEW-DATA
079700                           PPS-DATA
079900                           PPS-ADDITIONAL-VARIABLES
080000                           PROV-NEW-HOLD
080100                           WAGE-NEW-CBSA-INDEX-RECORD
080200                           PPHOLDAR-HOLD-AREA
080210                           MID-ADJ-TABLE.
080300
080400***************************************************************
080500*    PROCESSING:                                              *
119700     SET MID-IDX TO 1.
119800
119900     SEARCH MID-TAB VARYING MID-IDX
119910     WHEN MID-IDX > MID-COUNT
119920       CONTINUE
120000     WHEN WK-MID-MSAX(MID-IDX) = P-NEW-GEO-LOC-MSA9
120100       MOVE MID-DATA-TAB(MID-IDX) TO HLD-MID-DATA.
120200
