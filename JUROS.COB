000210*                    avisada com a conta e contada, e o resumo
000211*                    ganha a linha de retencoes recusadas, como
000212*                    as NAO COBRADAS da TAREFA-26.
000213*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000214*                    CONTA-MASTER (TAREFA-49) estiver pendente
000215*                    (retorno 40 do RUNCTL).
000216******************************************************************
000217 IDENTIFICATION DIVISION.
000218 PROGRAM-ID. TAREFA-14.
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000680* 1000-INICIALIZAR - abre o ficheiro de contas para percurso
000690* sequencial (ordem de chave) e le o primeiro registo.
000700******************************************************************
000701 1000-INICIALIZAR.
000702     MOVE "I" TO RUN-FUNCAO
000703     MOVE "TAREFA14" TO RUN-JOB
000704     CALL "RUNCTL" USING RUN-AREA
000705     IF RUN-JA-EXECUTADO THEN
000706         DISPLAY "TAREFA-14: JA EXECUTADA NA DATA DE NEGOCIO "
000707             RUN-DATA
000708         MOVE 12 TO RETURN-CODE
000709         STOP RUN
000710     END-IF
000711     IF RUN-RECUPERACAO-PENDENTE THEN
000712         DISPLAY "TAREFA-14: CONTA-MASTER POR RECUPERAR - "&
000713         "TERMINAR PRIMEIRO A TAREFA-49"
000714         MOVE 16 TO RETURN-CODE
000718         STOP RUN
000719     END-IF
000720     IF NOT RUN-OK THEN
