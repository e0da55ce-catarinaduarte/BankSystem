000170*                terminada limpa na mesma data). Funcoes na
000180*                RUNAREA: D data, I inicia, F fim limpo, E fim
000190*                com erro, V verifica outro job.
000192*                Na funcao I recusa tambem (retorno 40) enquanto
000194*                a recuperacao do CONTA-MASTER da TAREFA-49
000196*                estiver pendente.
000200* Tectonics:     cobc
000210*
000220* Modification history:
000230*   25/03/2024  RSA  Programa original.
000231*   26/08/2024  RSA  Funcao I devolve 40 quando o ultimo registo
000232*                    da TAREFA-49 (recuperacao do CONTA-MASTER)
000233*                    no RUNREG e um fim com erro - a recuperacao
000234*                    regista-se assim logo ao iniciar e so o fim
000235*                    limpo liberta a suite. O 40 prevalece
000236*                    sobre o 10 (job ja terminado na data).
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. RUNCTL.
000560     88  FIM-REGISTO         VALUE "S".
000570 77  WS-ENCONTRADO       PIC X(01) VALUE "N".
000580     88  ENCONTRADO          VALUE "S".
000582 77  WS-ESTADO-RECUPERACAO PIC X(01) VALUE SPACES.
000584     88  RECUPERACAO-PENDENTE VALUE "E".
000590
000600 LINKAGE SECTION.
000610 COPY RUNAREA.
000720                 PERFORM 2000-PROCURA-FIM-LIMPO THRU 2000-EXIT
000730                 IF ENCONTRADO THEN
000740                     MOVE 10 TO RUN-RETORNO
000742                 END-IF
000744                 IF RECUPERACAO-PENDENTE THEN
000746                     MOVE 40 TO RUN-RETORNO
000750                 END-IF
000760             END-IF
000770         WHEN RUN-FN-FIM
001170******************************************************************
001180* 2000-PROCURA-FIM-LIMPO - procura no registo RUNREG um fim
001190* limpo (estado C) do job RUN-JOB na data RUN-DATA; registo
001200* ainda inexistente = nenhum job terminado ate hoje. Guarda
001202* tambem o estado do ultimo registo da TAREFA-49, em qualquer
001204* data: E = recuperacao do CONTA-MASTER iniciada e por terminar.
001210******************************************************************
001220 2000-PROCURA-FIM-LIMPO.
001230     MOVE "N" TO WS-ENCONTRADO
001232     MOVE SPACES TO WS-ESTADO-RECUPERACAO
001240     MOVE "N" TO WS-FIM-REGISTO
001250     OPEN INPUT RUN-REGISTO
001260     IF WS-FS-RUNREG = "00" THEN
001390             IF REG-DATA = RUN-DATA AND REG-JOB = RUN-JOB AND
001400                REG-FIM-LIMPO THEN
001410                 MOVE "S" TO WS-ENCONTRADO
001412             END-IF
001414             IF REG-JOB = "TAREFA49" THEN
001416                 MOVE REG-ESTADO TO WS-ESTADO-RECUPERACAO
001420             END-IF
001430     END-READ.
001440 2100-EXIT.
