000403*                    lote reenviado via TRXAPLIC, que continua) e
000404*                    regista o fim limpo (ou a recusa do lote)
000405*                    em RUNREG.
000406*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000407*                    CONTA-MASTER (TAREFA-49) estiver pendente
000408*                    (retorno 40 do RUNCTL).
000409******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. TAREFA-13.
000430
001600* 1000-INICIALIZAR - abre o ficheiro de contas, o ficheiro de
001610* entrada com as transaccoes e o ficheiro de rejeitados.
001620******************************************************************
001621 1000-INICIALIZAR.
001622     MOVE "I" TO RUN-FUNCAO
001623     MOVE "TAREFA13" TO RUN-JOB
001624     CALL "RUNCTL" USING RUN-AREA
001625     IF RUN-JA-EXECUTADO THEN
001626         DISPLAY "TAREFA-13: JA EXECUTADA NA DATA DE NEGOCIO "
001627             RUN-DATA
001628         MOVE 12 TO RETURN-CODE
001629         STOP RUN
001630     END-IF
001631     IF RUN-RECUPERACAO-PENDENTE THEN
001632         DISPLAY "TAREFA-13: CONTA-MASTER POR RECUPERAR - "&
001633         "TERMINAR PRIMEIRO A TAREFA-49"
001634         MOVE 16 TO RETURN-CODE
001638         STOP RUN
001639     END-IF
001641     IF NOT RUN-OK THEN
