000440 FILE SECTION.
000450 FD  MANIFEST-IN
000460     RECORDING MODE IS F.
000470 01  MANIFEST-IN-REC             PIC X(144).
000480 FD  BAL-CERT-IN
000490     RECORDING MODE IS F.
000500 01  BAL-CERT-IN-LINE            PIC X(110).
000510 FD  RUN-HIST-IN
000520     RECORDING MODE IS F.
000530 01  RUN-HIST-IN-REC             PIC X(144).
000540 FD  ANOMALY-IN
000550     RECORDING MODE IS F.
000560 01  ANOMALY-IN-LINE             PIC X(110).
