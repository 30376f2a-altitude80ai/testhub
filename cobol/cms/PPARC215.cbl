000720     05  AI-LINE                 PIC X(133).
000730 FD  RUN-HIST-IN
000740     RECORDING MODE IS F.
000750 01  RUN-HIST-IN-REC             PIC X(144).
000760 FD  RETRIEVE-OUT
000770     RECORDING MODE IS F.
000780 01  RETRIEVE-LINE               PIC X(133).
