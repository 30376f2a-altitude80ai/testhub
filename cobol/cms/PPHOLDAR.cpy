               05  H-HAC-PAYMENT-AMT            PIC S9(09)V9(02).
               05  H-FLX7-PAYMENT               PIC S9(09)V9(02).
               05  H-NDC-ADDON-AMT              PIC S9(09)V9(02).
           02  H-CCR-SUBST-DATA.
               05  H-OPER-CCR-SUBST-IND         PIC X(01).
               05  H-CAPI-CCR-SUBST-IND         PIC X(01).
               05  H-OPER-CCR-FILED             PIC 9(01)V9(03).
               05  H-CAPI-CCR-FILED             PIC 9(01)V9(03).
           02 H-FILLER                          PIC X(0885).
