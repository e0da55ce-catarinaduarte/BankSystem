000193*   25/03/2024  RSA  A data do diario deixa de vir do cartao
000194*                    DIAPARM e passa a vir do controlo central
000195*                    RUNCTL (ficheiro DATCTL).
000196*   06/05/2024  RSA  Nova linha de origem P (DEP. PRAZO) para a
000197*                    constituicao, mobilizacao e reembolso de
000198*                    depositos a prazo (TAREFA-35 e TAREFA-36).
000199*   20/05/2024  RSA  Nova linha de origem V (JURO DEVEDOR) para o
000200*                    juro devedor mensal da TAREFA-38.
000201*   03/06/2024  RSA  Nova linha de origem Q (CHEQUES) para os
000202*                    cheques pagos na compensacao da TAREFA-40 e
000203*                    os depositados no balcao da TAREFA-11.
000204*   17/06/2024  RSA  Nova linha de origem I (TRANSF. REC.)
000205*                    para as transferencias recebidas de outros
000206*                    bancos creditadas pela TAREFA-41 e TAREFA-42.
000207******************************************************************
000208 IDENTIFICATION DIVISION.
000209 PROGRAM-ID. TAREFA-20.
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000640* para o diario nunca deixar movimento de fora sem o mostrar.
000650******************************************************************
000660 01  WS-TABELA-ORIGENS.
000670     05  WS-ORG-ENTRADA OCCURS 14 TIMES
000680             INDEXED BY ORG-IDX.
000690         10  WS-ORG-CODIGO       PIC X(01).
000700         10  WS-ORG-DESCR        PIC X(12).
001834     MOVE "RETENCOES" TO WS-ORG-DESCR (8)
001835     MOVE "X" TO WS-ORG-CODIGO (9)
001836     MOVE "TRANSF EXT" TO WS-ORG-DESCR (9)
001838     MOVE "P" TO WS-ORG-CODIGO (10)
001840     MOVE "DEP. PRAZO" TO WS-ORG-DESCR (10)
001842     MOVE "V" TO WS-ORG-CODIGO (11)
001843     MOVE "JURO DEVEDOR" TO WS-ORG-DESCR (11)
001844     MOVE "Q" TO WS-ORG-CODIGO (12)
001845     MOVE "CHEQUES" TO WS-ORG-DESCR (12)
001846     MOVE "I" TO WS-ORG-CODIGO (13)
001847     MOVE "TRANSF. REC." TO WS-ORG-DESCR (13)
001848     MOVE "?" TO WS-ORG-CODIGO (14)
001849     MOVE "OUTRAS" TO WS-ORG-DESCR (14)
001850     PERFORM 1100-LIMPA-ORIGEM THRU 1100-EXIT
001860         VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > 14
001870
001880     OPEN INPUT MOVIMENTOS
001890     IF WS-FS-MOVTO NOT = "00" THEN
002570     SET ORG-IDX TO 1
002580     SEARCH WS-ORG-ENTRADA
002590         AT END
002600             SET ORG-IDX TO 14
002610         WHEN WS-ORG-CODIGO (ORG-IDX) = MOV-ORIGEM
002620             CONTINUE
002630     END-SEARCH.
003110     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS
003120
003130     PERFORM 3100-IMPRIME-ORIGEM THRU 3100-EXIT
003140         VARYING ORG-IDX FROM 1 BY 1 UNTIL ORG-IDX > 14
003150
003160     MOVE SPACES TO RPT-LINHA
003170     WRITE RPT-LINHA
