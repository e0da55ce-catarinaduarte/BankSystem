000216*                    (ficheiro DATCTL), que tambem recusa uma
000217*                    segunda execucao na mesma data e regista o
000218*                    fim limpo em RUNREG.
000219*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000220*                    CONTA-MASTER (TAREFA-49) estiver pendente
000221*                    (retorno 40 do RUNCTL).
000223******************************************************************
000225 IDENTIFICATION DIVISION.
000227 PROGRAM-ID. TAREFA-19.
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
001297         MOVE 12 TO RETURN-CODE
001298         STOP RUN
001299     END-IF
001300     IF RUN-RECUPERACAO-PENDENTE THEN
001301         DISPLAY "TAREFA-19: CONTA-MASTER POR RECUPERAR - "&
001302         "TERMINAR PRIMEIRO A TAREFA-49"
001303         MOVE 16 TO RETURN-CODE
001305         STOP RUN
001307     END-IF
001309     IF NOT RUN-OK THEN
001310         DISPLAY "TAREFA-19: DATA DE NEGOCIO INDISPONIVEL "&
001320         "(DATCTL)"
001330         MOVE 16 TO RETURN-CODE
