000120*                do extracto GLEXTR da TAREFA-23), marcando cada
000130*                uma como enviada (estado E). A confirmacao de
000140*                liquidacao entra depois pela TAREFA-31.
000142*                Envia tambem, como registos R, as transferencias
000144*                recebidas que a TAREFA-42 marcou para devolucao
000146*                ao banco ordenante no suspenso TRFSUSP, marcando-
000148*                -as como devolvidas (estado D).
000150* Tectonics:     cobc
000160*
000170* Modification history:
000180*   12/02/2024  RSA  Programa original.
000182*   17/06/2024  RSA  Devolucao das transferencias recebidas
000184*                    marcadas no suspenso TRFSUSP (registos R).
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. TAREFA-30.
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS PEX-ID
000330         FILE STATUS IS WS-FS-PENDEXT.
000331     SELECT SUSPENSO ASSIGN TO "TRFSUSP"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS SEQUENTIAL
000334         RECORD KEY IS SUS-ID
000335         FILE STATUS IS WS-FS-SUSP.
000340     SELECT TRF-SAIDA ASSIGN TO "TRFOUT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-FS-SAIDA.
000430
000440 FD  PENDENTES-EXT.
000450     COPY PEXREC.
000452 FD  SUSPENSO.
000454     COPY SUSREC.
000460
000470 FD  TRF-SAIDA.
000480     COPY TEXREC.
000510 01  WS-STATUS-FLAGS.
000520     05  WS-FS-PARM          PIC X(02) VALUE "00".
000530     05  WS-FS-PENDEXT       PIC X(02) VALUE "00".
000532     05  WS-FS-SUSP          PIC X(02) VALUE "00".
000540     05  WS-FS-SAIDA         PIC X(02) VALUE "00".
000550     05  WS-FIM-PENDENTES    PIC X(01) VALUE "N".
000560         88  FIM-PENDENTES       VALUE "S".
000562     05  WS-FIM-SUSP         PIC X(01) VALUE "N".
000564         88  FIM-SUSP            VALUE "S".
000570
000580 01  WS-DATA-DIA             PIC 9(08) VALUE 0.
000590
000600 01  WS-CONTADORES.
000610     05  WS-QTD-LIDAS        PIC 9(07) VALUE 0.
000620     05  WS-QTD-ENVIADAS     PIC 9(07) VALUE 0.
000622     05  WS-QTD-DEVOLVIDAS   PIC 9(07) VALUE 0.
000630     05  WS-HASH-TOTAL       PIC 9(13)V99 VALUE 0.
000640
000650 01  WS-LINHA-RESUMO.
000680     05  WS-RES-LIDAS      PIC ZZZZZZ9.
000690     05  FILLER            PIC X(11) VALUE " PENDENTES,".
000700     05  WS-RES-ENVIADAS   PIC ZZZZZZ9.
000702     05  FILLER            PIC X(10) VALUE " ENVIADAS,".
000704     05  WS-RES-DEVOLVIDAS PIC ZZZZZZ9.
000706     05  FILLER            PIC X(12) VALUE " DEVOLVIDAS.".
000720
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
000760     PERFORM 2000-ENVIA-PENDENTE THRU 2000-EXIT
000770         UNTIL FIM-PENDENTES
000772     PERFORM 2500-DEVOLVE-RECEBIDA THRU 2500-EXIT
000774         UNTIL FIM-SUSP
000780     PERFORM 3000-ESCREVE-TRAILER THRU 3000-EXIT
000790     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
000800     PERFORM 9999-FINALIZAR THRU 9999-EXIT
000830******************************************************************
000840* 1000-INICIALIZAR - le o cartao de parametros com a data do
000850* envio, abre os ficheiros, escreve o cabecalho da interface e
000852* le o primeiro pendente e o primeiro registo do suspenso.
000854* Ficheiros de pendentes e de suspenso inexistentes = interface
000870* so com cabecalho e trailer a zeros (nada a enviar).
000880******************************************************************
000890 1000-INICIALIZAR.
000900     OPEN INPUT TRFEXT-PARM
001040         CLOSE PENDENTES-EXT
001050         OPEN I-O PENDENTES-EXT
001060     END-IF
001061     OPEN I-O SUSPENSO
001062     IF WS-FS-SUSP = "35" THEN
001063         OPEN OUTPUT SUSPENSO
001064         CLOSE SUSPENSO
001065         OPEN I-O SUSPENSO
001066     END-IF
001070     OPEN OUTPUT TRF-SAIDA
001080
001090     MOVE "H" TO TEX-CAB-TIPO-REG
001110     MOVE "TAREFA30" TO TEX-CAB-SISTEMA
001120     WRITE TEX-CAB-REC
001130
001132     PERFORM 2100-LER-PENDENTE THRU 2100-EXIT
001134     PERFORM 2600-LER-SUSPENSO THRU 2600-EXIT.
001150 1000-EXIT.
001160     EXIT.
001170
001370         REWRITE PEND-EXT-REC
001380     END-IF
001390     PERFORM 2100-LER-PENDENTE THRU 2100-EXIT.
001392 2000-EXIT.
001394     EXIT.
001396
001401******************************************************************
001402* 2500-DEVOLVE-RECEBIDA - cada transferencia recebida marcada
001403* para devolucao (estado R) segue na interface como registo R,
001404* dirigida a conta do ordenante no banco e balcao de origem, e
001405* fica devolvida (estado D) com a data do envio. O id e o numero
001406* do suspenso; a conta origem e a conta indicada pelo ordenante.
001407* Entra na contagem e no hash do trailer como os detalhes D.
001408******************************************************************
001409 2500-DEVOLVE-RECEBIDA.
001410     IF SUS-A-DEVOLVER THEN
001411         MOVE "R" TO TEX-TIPO-REG
001412         MOVE SUS-ID TO TEX-ID
001413         MOVE SUS-CONTA-BENEF TO TEX-CONTA-ORIGEM
001414         MOVE SUS-BANCO-ORD TO TEX-BANCO-DEST
001415         MOVE SUS-AGENCIA-ORD TO TEX-AGENCIA-DEST
001416         MOVE SUS-CONTA-ORD TO TEX-CONTA-DEST
001417         MOVE SUS-VALOR TO TEX-VALOR
001418         WRITE TEX-REC
001419         ADD 1 TO WS-QTD-DEVOLVIDAS
001420         ADD SUS-VALOR TO WS-HASH-TOTAL
001421         MOVE "D" TO SUS-ESTADO
001422         MOVE WS-DATA-DIA TO SUS-DATA-ENVIO
001423         REWRITE SUSPENSO-REC
001424     END-IF
001425     PERFORM 2600-LER-SUSPENSO THRU 2600-EXIT.
001426 2500-EXIT.
001427     EXIT.
001428
001430 2100-LER-PENDENTE.
001440     READ PENDENTES-EXT NEXT RECORD
001450         AT END
001480 2100-EXIT.
001490     EXIT.
001500
001501 2600-LER-SUSPENSO.
001502     READ SUSPENSO NEXT RECORD
001503         AT END
001504             MOVE "S" TO WS-FIM-SUSP
001505     END-READ.
001506 2600-EXIT.
001507     EXIT.
001508
001510 3000-ESCREVE-TRAILER.
001520     MOVE "T" TO TEX-TRL-TIPO-REG
001522     COMPUTE TEX-TRL-QTD = WS-QTD-ENVIADAS + WS-QTD-DEVOLVIDAS
001540     MOVE WS-HASH-TOTAL TO TEX-TRL-HASH
001550     WRITE TEX-TRL-REC.
001560 3000-EXIT.
001590 8000-IMPRIME-RESUMO.
001600     MOVE WS-QTD-LIDAS TO WS-RES-LIDAS
001610     MOVE WS-QTD-ENVIADAS TO WS-RES-ENVIADAS
001612     MOVE WS-QTD-DEVOLVIDAS TO WS-RES-DEVOLVIDAS
001620     DISPLAY WS-LINHA-RESUMO.
001630 8000-EXIT.
001640     EXIT.
001650
001660 9999-FINALIZAR.
001670     CLOSE PENDENTES-EXT
001672     CLOSE SUSPENSO
001680     CLOSE TRF-SAIDA.
001690 9999-EXIT.
001700     EXIT.
