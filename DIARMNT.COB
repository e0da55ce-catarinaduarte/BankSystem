000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  12/08/2024
000050* Date-Compiled:
000060* Purpose:       Diario de manutencao dos ficheiros mestre - le
000070*                o registo MANLOG, onde os ecras de manutencao
000080*                (TAREFA-15/18/21/25/28/32) deixam a imagem antes
000090*                e depois de cada registo gravado, e imprime as
000100*                alteracoes da data de negocio, pela ordem em que
000110*                foram feitas: hora, operador, programa, ficheiro
000120*                e chave, e por baixo cada campo alterado com o
000130*                valor antes e depois (PIN nunca impresso). As
000140*                mudancas de limite de descoberto ou de tecto
000150*                diario e as alteracoes da propria marca de
000160*                supervisor saem em destaque. Termina com a linha
000170*                de assinatura do supervisor, como o diario por
000180*                operador da TAREFA-29.
000190* Tectonics:     cobc
000200*
000210* Modification history:
000220*   12/08/2024  RSA  Programa original.
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. TAREFA-47.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT OPTIONAL MANUTENCOES ASSIGN TO "MANLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-FS-MNT.
000330     SELECT DIARMNT-RPT ASSIGN TO "DIARMNT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-RPT.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  MANUTENCOES.
000400     COPY MNTREC.
000410
000420 FD  DIARMNT-RPT.
000430 01  RPT-LINHA               PIC X(80).
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-STATUS-FLAGS.
000470     05  WS-FS-MNT           PIC X(02) VALUE "00".
000480     05  WS-FS-RPT           PIC X(02) VALUE "00".
000490     05  WS-FIM-MNT          PIC X(01) VALUE "N".
000500         88  FIM-MNT             VALUE "S".
000510     05  WS-TEM-ANTES        PIC X(01) VALUE "N".
000520         88  TEM-ANTES           VALUE "S".
000530
000540 01  WS-DATA-DIA             PIC 9(08) VALUE 0.
000550
000560 COPY RUNAREA.
000570
000580 01  WS-CONTADORES.
000590     05  WS-QTD-ALTERACOES   PIC 9(07) VALUE 0.
000600     05  WS-QTD-CRIACOES     PIC 9(07) VALUE 0.
000610     05  WS-QTD-DESTAQUES    PIC 9(07) VALUE 0.
000620     05  WS-QTD-SEM-PAR      PIC 9(07) VALUE 0.
000630     05  WS-QTD-CAMPOS       PIC 9(03) VALUE 0.
000640
000650******************************************************************
000660* Imagem antes guardada ate chegar a imagem depois que a segue no
000670* MANLOG (mesma data, hora, operador, programa, ficheiro e chave -
000680* os primeiros 46 bytes do registo).
000690******************************************************************
000700 01  WS-ANTES-REC.
000710     05  WS-ANT-DATA         PIC 9(08).
000720     05  WS-ANT-HORA         PIC 9(06).
000730     05  WS-ANT-OPERADOR     PIC X(04).
000740     05  WS-ANT-PROGRAMA     PIC X(08).
000750     05  WS-ANT-FICHEIRO     PIC X(08).
000760     05  WS-ANT-CHAVE        PIC X(12).
000770     05  FILLER              PIC X(03).
000780     05  WS-ANT-REGISTO      PIC X(150).
000790     05  FILLER              PIC X(11).
000800
000810 01  WS-REGISTO-ANTES        PIC X(150) VALUE SPACES.
000820
000830******************************************************************
000840* Campos impressos por ficheiro mestre: ficheiro, nome do campo e
000850* posicao (3), tamanho (3), tipo e casas decimais (1) do campo na
000860* imagem do registo. Tipo X = texto tal como gravado; N = valor
000870* numerico editado; P = PIN, impresso como ****. Campos fora da
000880* tabela (chave, saldo, FILLER) nao sao listados.
000890******************************************************************
000900 01  WS-TABELA-CAMPOS.
000910     05  FILLER              PIC X(08) VALUE "CONTAMST".
000920     05  FILLER              PIC X(20) VALUE "PIN".
000930     05  FILLER              PIC X(08) VALUE "009004P0".
000940     05  FILLER              PIC X(08) VALUE "CONTAMST".
000950     05  FILLER              PIC X(20) VALUE "LIMITE DESCOBERTO".
000960     05  FILLER              PIC X(08) VALUE "025012N2".
000970     05  FILLER              PIC X(08) VALUE "CONTAMST".
000980     05  FILLER              PIC X(20) VALUE "TAXA JURO MENSAL".
000990     05  FILLER              PIC X(08) VALUE "037006N4".
001000     05  FILLER              PIC X(08) VALUE "CONTAMST".
001010     05  FILLER              PIC X(20) VALUE "ESTADO".
001020     05  FILLER              PIC X(08) VALUE "043001X0".
001030     05  FILLER              PIC X(08) VALUE "CONTAMST".
001040     05  FILLER              PIC X(20) VALUE "ISENTA TARIFAS".
001050     05  FILLER              PIC X(08) VALUE "044001X0".
001060     05  FILLER              PIC X(08) VALUE "CONTAMST".
001070     05  FILLER              PIC X(20) VALUE "TECTO DIARIO".
001080     05  FILLER              PIC X(08) VALUE "045012N2".
001090     05  FILLER              PIC X(08) VALUE "CONTAMST".
001100     05  FILLER              PIC X(20) VALUE "TAXA DEVEDORA".
001110     05  FILLER              PIC X(08) VALUE "057006N4".
001120     05  FILLER              PIC X(08) VALUE "CLIMST".
001130     05  FILLER              PIC X(20) VALUE "NOME DO TITULAR".
001140     05  FILLER              PIC X(08) VALUE "009040X0".
001150     05  FILLER              PIC X(08) VALUE "CLIMST".
001160     05  FILLER              PIC X(20) VALUE "MORADA".
001170     05  FILLER              PIC X(08) VALUE "049040X0".
001180     05  FILLER              PIC X(08) VALUE "CLIMST".
001190     05  FILLER              PIC X(20) VALUE "LOCALIDADE".
001200     05  FILLER              PIC X(08) VALUE "089030X0".
001210     05  FILLER              PIC X(08) VALUE "CLIMST".
001220     05  FILLER              PIC X(20) VALUE "NUM. CONTRIBUINTE".
001230     05  FILLER              PIC X(08) VALUE "119009X0".
001240     05  FILLER              PIC X(08) VALUE "TARMST".
001250     05  FILLER              PIC X(20) VALUE "DESCRICAO".
001260     05  FILLER              PIC X(08) VALUE "003030X0".
001270     05  FILLER              PIC X(08) VALUE "TARMST".
001280     05  FILLER              PIC X(20) VALUE "VALOR".
001290     05  FILLER              PIC X(08) VALUE "033008N2".
001300     05  FILLER              PIC X(08) VALUE "OPERMST".
001310     05  FILLER              PIC X(20) VALUE "NOME".
001320     05  FILLER              PIC X(08) VALUE "005030X0".
001330     05  FILLER              PIC X(08) VALUE "OPERMST".
001340     05  FILLER              PIC X(20) VALUE "PIN".
001350     05  FILLER              PIC X(08) VALUE "035004P0".
001360     05  FILLER              PIC X(08) VALUE "OPERMST".
001370     05  FILLER              PIC X(20) VALUE "SUPERVISOR".
001380     05  FILLER              PIC X(08) VALUE "039001X0".
001390     05  FILLER              PIC X(08) VALUE "OPERMST".
001400     05  FILLER              PIC X(20) VALUE "ATIVO".
001410     05  FILLER              PIC X(08) VALUE "040001X0".
001420     05  FILLER              PIC X(08) VALUE "CATIVOS".
001430     05  FILLER              PIC X(20) VALUE "CONTA".
001440     05  FILLER              PIC X(08) VALUE "009008X0".
001450     05  FILLER              PIC X(08) VALUE "CATIVOS".
001460     05  FILLER              PIC X(20) VALUE "VALOR CATIVO".
001470     05  FILLER              PIC X(08) VALUE "017012N2".
001480     05  FILLER              PIC X(08) VALUE "CATIVOS".
001490     05  FILLER              PIC X(20) VALUE "MOTIVO".
001500     05  FILLER              PIC X(08) VALUE "029030X0".
001510     05  FILLER              PIC X(08) VALUE "CATIVOS".
001520     05  FILLER              PIC X(20) VALUE "DATA CRIACAO".
001530     05  FILLER              PIC X(08) VALUE "059008X0".
001540     05  FILLER              PIC X(08) VALUE "CATIVOS".
001550     05  FILLER              PIC X(20) VALUE "EXPIRA EM".
001560     05  FILLER              PIC X(08) VALUE "067008X0".
001570     05  FILLER              PIC X(08) VALUE "CATIVOS".
001580     05  FILLER              PIC X(20) VALUE "ESTADO".
001590     05  FILLER              PIC X(08) VALUE "075001X0".
001600     05  FILLER              PIC X(08) VALUE "CATIVOS".
001610     05  FILLER              PIC X(20) VALUE "DATA LIBERTACAO".
001620     05  FILLER              PIC X(08) VALUE "076008X0".
001630     05  FILLER              PIC X(08) VALUE "ORDPERM".
001640     05  FILLER              PIC X(20) VALUE "CONTA DE ORIGEM".
001650     05  FILLER              PIC X(08) VALUE "009008X0".
001660     05  FILLER              PIC X(08) VALUE "ORDPERM".
001670     05  FILLER              PIC X(20) VALUE "CONTA DE DESTINO".
001680     05  FILLER              PIC X(08) VALUE "017008X0".
001690     05  FILLER              PIC X(08) VALUE "ORDPERM".
001700     05  FILLER              PIC X(20) VALUE "VALOR".
001710     05  FILLER              PIC X(08) VALUE "025012N2".
001720     05  FILLER              PIC X(08) VALUE "ORDPERM".
001730     05  FILLER              PIC X(20) VALUE "FREQUENCIA".
001740     05  FILLER              PIC X(08) VALUE "037001X0".
001750     05  FILLER              PIC X(08) VALUE "ORDPERM".
001760     05  FILLER              PIC X(20) VALUE "PROXIMA EXECUCAO".
001770     05  FILLER              PIC X(08) VALUE "038008X0".
001780     05  FILLER              PIC X(08) VALUE "ORDPERM".
001790     05  FILLER              PIC X(20) VALUE "ORDEM ATIVA".
001800     05  FILLER              PIC X(08) VALUE "046001X0".
001810 01  WS-CAMPOS REDEFINES WS-TABELA-CAMPOS.
001820     05  WS-CMP-ENTRADA OCCURS 30 TIMES
001830             INDEXED BY CMP-IDX.
001840         10  WS-CMP-FICHEIRO     PIC X(08).
001850         10  WS-CMP-NOME         PIC X(20).
001860         10  WS-CMP-POSICAO      PIC 9(03).
001870         10  WS-CMP-TAMANHO      PIC 9(03).
001880         10  WS-CMP-TIPO         PIC X(01).
001890         10  WS-CMP-DECIMAIS     PIC 9(01).
001900
001910 01  WS-CMP-MAX              PIC 9(03) COMP VALUE 30.
001920
001930******************************************************************
001940* Formatacao de um valor: o campo e copiado para WS-VALOR-BRUTO;
001950* um campo numerico e alinhado pela virgula em WS-NUM (12 inteiros
001960* e 4 decimais) e editado conforme as casas decimais.
001970******************************************************************
001980 01  WS-POSICAO              PIC 9(03) VALUE 0.
001990 01  WS-TAMANHO              PIC 9(03) VALUE 0.
002000 01  WS-INICIO               PIC 9(03) VALUE 0.
002010 01  WS-VALOR-BRUTO          PIC X(40) VALUE SPACES.
002020 01  WS-VALOR-FMT            PIC X(40) VALUE SPACES.
002030 01  WS-NUM-ALFA             PIC X(16) VALUE ZEROS.
002040 01  WS-NUM REDEFINES WS-NUM-ALFA
002050                             PIC 9(12)V9(04).
002060 01  WS-EDIT-0               PIC Z(11)9.
002070 01  WS-EDIT-2               PIC Z(11)9V,99.
002080 01  WS-EDIT-4               PIC Z(11)9V,9999.
002090
002100 01  WS-HORA-A-FORMATAR      PIC 9(06) VALUE 0.
002110 01  WS-HORA-PARTES REDEFINES WS-HORA-A-FORMATAR.
002120     05  WS-HH               PIC 9(02).
002130     05  WS-MM               PIC 9(02).
002140     05  WS-SS               PIC 9(02).
002150
002160 01  WS-LINHA-TITULO.
002170     05  FILLER              PIC X(44)
002180         VALUE "DIARIO DE MANUTENCAO DOS FICHEIROS MESTRE - ".
002190     05  WS-TIT-DATA         PIC 9(08).
002200     05  FILLER              PIC X(28) VALUE SPACES.
002210
002220 01  WS-LINHA-COLUNAS.
002230     05  FILLER              PIC X(12) VALUE "  HORA".
002240     05  FILLER              PIC X(06) VALUE "OPER".
002250     05  FILLER              PIC X(10) VALUE "PROGRAMA".
002260     05  FILLER              PIC X(10) VALUE "FICHEIRO".
002270     05  FILLER              PIC X(14) VALUE "CHAVE".
002280     05  FILLER              PIC X(28) VALUE "ACCAO".
002290
002300 01  WS-LINHA-ALTERACAO.
002310     05  WS-ALT-MARCA        PIC X(02).
002320     05  WS-ALT-HORA         PIC X(08).
002330     05  FILLER              PIC X(02) VALUE SPACES.
002340     05  WS-ALT-OPERADOR     PIC X(04).
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  WS-ALT-PROGRAMA     PIC X(08).
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  WS-ALT-FICHEIRO     PIC X(08).
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  WS-ALT-CHAVE        PIC X(12).
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  WS-ALT-ACCAO        PIC X(09).
002430     05  FILLER              PIC X(19) VALUE SPACES.
002440
002450 01  WS-LINHA-AVISO.
002460     05  FILLER              PIC X(04) VALUE SPACES.
002470     05  WS-AVI-TEXTO        PIC X(76).
002480
002490 01  WS-LINHA-CAMPO.
002500     05  FILLER              PIC X(04) VALUE SPACES.
002510     05  WS-CPO-NOME         PIC X(20).
002520     05  WS-CPO-ROTULO       PIC X(08).
002530     05  WS-CPO-VALOR        PIC X(40).
002540     05  FILLER              PIC X(08) VALUE SPACES.
002550
002560 01  WS-LINHA-TOTAL.
002570     05  WS-TOT-TEXTO        PIC X(40).
002580     05  WS-TOT-QTD          PIC ZZZZZZ9.
002590     05  FILLER              PIC X(33) VALUE SPACES.
002600
002610 01  WS-LINHA-ASSINATURA.
002620     05  FILLER              PIC X(35)
002630         VALUE "CONFERIDO PELO SUPERVISOR: ________".
002640     05  FILLER              PIC X(45) VALUE SPACES.
002650
002660 01  WS-LINHA-RESUMO.
002670     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-47:".
002680     05  FILLER            PIC X(01) VALUE SPACES.
002690     05  WS-RES-ALTERACOES PIC ZZZZZZ9.
002700     05  FILLER            PIC X(13) VALUE " ALTERACOES,".
002710     05  WS-RES-DESTAQUES  PIC ZZZZZZ9.
002720     05  FILLER            PIC X(13) VALUE " EM DESTAQUE.".
002730
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002770     PERFORM 2000-TRATA-REGISTO THRU 2000-EXIT
002780         UNTIL FIM-MNT
002790     PERFORM 3000-FECHA-DIARIO THRU 3000-EXIT
002800     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
002810     PERFORM 9999-FINALIZAR THRU 9999-EXIT
002820     STOP RUN.
002830
002840******************************************************************
002850* 1000-INICIALIZAR - obtem a data de negocio do controlo central
002860* RUNCTL (relatorio repetivel, como a TAREFA-29), abre o MANLOG
002870* (opcional - sem ficheiro o diario sai sem alteracoes) e imprime
002880* o cabecalho.
002890******************************************************************
002900 1000-INICIALIZAR.
002910     MOVE "D" TO RUN-FUNCAO
002920     MOVE "TAREFA47" TO RUN-JOB
002930     CALL "RUNCTL" USING RUN-AREA
002940     IF NOT RUN-OK THEN
002950         DISPLAY "TAREFA-47: DATA DE NEGOCIO INDISPONIVEL "&
002960         "(DATCTL)"
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF
003000     MOVE RUN-DATA TO WS-DATA-DIA
003010
003020     OPEN INPUT MANUTENCOES
003030     IF WS-FS-MNT NOT = "00" AND WS-FS-MNT NOT = "05" THEN
003040         DISPLAY "TAREFA-47: NAO FOI POSSIVEL ABRIR O "&
003050         "MANLOG - FS=" WS-FS-MNT
003060         MOVE 16 TO RETURN-CODE
003070         STOP RUN
003080     END-IF
003090     OPEN OUTPUT DIARMNT-RPT
003100
003110     MOVE WS-DATA-DIA TO WS-TIT-DATA
003120     WRITE RPT-LINHA FROM WS-LINHA-TITULO
003130     MOVE SPACES TO RPT-LINHA
003140     WRITE RPT-LINHA
003150     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS
003160
003170     PERFORM 2100-LER-MANUTENCAO THRU 2100-EXIT.
003180 1000-EXIT.
003190     EXIT.
003200
003210******************************************************************
003220* 2000-TRATA-REGISTO - registos de outras datas ficam de fora; uma
003230* imagem antes e guardada, uma imagem depois imprime a alteracao.
003240******************************************************************
003250 2000-TRATA-REGISTO.
003260     IF MNT-DATA NOT = WS-DATA-DIA THEN
003270         GO TO 2000-LER
003280     END-IF
003290     IF MNT-IMAGEM-ANTES THEN
003300         PERFORM 2200-GUARDA-ANTES THRU 2200-EXIT
003310     ELSE
003320         PERFORM 2300-IMPRIME-ALTERACAO THRU 2300-EXIT
003330     END-IF.
003340 2000-LER.
003350     PERFORM 2100-LER-MANUTENCAO THRU 2100-EXIT.
003360 2000-EXIT.
003370     EXIT.
003380
003390 2100-LER-MANUTENCAO.
003400     READ MANUTENCOES
003410         AT END
003420             MOVE "S" TO WS-FIM-MNT
003430     END-READ.
003440 2100-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 2200-GUARDA-ANTES - guarda a imagem antes; uma imagem antes
003490* ainda por emparelhar (gravacao interrompida entre as duas
003500* escritas) e impressa primeiro como alteracao sem imagem
003502* depois.
003510******************************************************************
003520 2200-GUARDA-ANTES.
003530     IF TEM-ANTES THEN
003540         PERFORM 2400-IMPRIME-ANTES-SEM-PAR THRU 2400-EXIT
003550     END-IF
003560     MOVE MANUTENCAO-REC TO WS-ANTES-REC
003570     MOVE "S" TO WS-TEM-ANTES.
003580 2200-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620* 2300-IMPRIME-ALTERACAO - imagem depois: emparelha-a com a imagem
003630* antes guardada (mesmos primeiros 46 bytes), imprime a linha da
003640* alteracao, o aviso de destaque e os campos que mudaram. Num
003650* registo novo todos os campos saem, com o valor antes em branco.
003660******************************************************************
003670 2300-IMPRIME-ALTERACAO.
003680     MOVE SPACES TO WS-REGISTO-ANTES
003690     IF TEM-ANTES THEN
003700         IF WS-ANTES-REC (1:46) = MANUTENCAO-REC (1:46) THEN
003710             MOVE WS-ANT-REGISTO TO WS-REGISTO-ANTES
003720             MOVE "N" TO WS-TEM-ANTES
003730         ELSE
003740             PERFORM 2400-IMPRIME-ANTES-SEM-PAR THRU 2400-EXIT
003750         END-IF
003760     END-IF
003770
003780     ADD 1 TO WS-QTD-ALTERACOES
003790     MOVE SPACES TO RPT-LINHA
003800     WRITE RPT-LINHA
003810     MOVE MNT-HORA TO WS-HORA-A-FORMATAR
003820     MOVE MNT-OPERADOR TO WS-ALT-OPERADOR
003830     MOVE MNT-PROGRAMA TO WS-ALT-PROGRAMA
003840     MOVE MNT-FICHEIRO TO WS-ALT-FICHEIRO
003850     MOVE MNT-CHAVE TO WS-ALT-CHAVE
003860     IF MNT-CRIACAO THEN
003870         ADD 1 TO WS-QTD-CRIACOES
003880         MOVE "CRIACAO" TO WS-ALT-ACCAO
003890     ELSE
003900         MOVE "ALTERACAO" TO WS-ALT-ACCAO
003910     END-IF
003920     IF MNT-SEM-DESTAQUE THEN
003930         MOVE SPACES TO WS-ALT-MARCA
003940     ELSE
003950         ADD 1 TO WS-QTD-DESTAQUES
003960         MOVE "* " TO WS-ALT-MARCA
003970     END-IF
003980     PERFORM 7100-FORMATA-HORA THRU 7100-EXIT
003990     WRITE RPT-LINHA FROM WS-LINHA-ALTERACAO
004000
004010     IF MNT-DESTAQUE-LIMITE THEN
004020         MOVE "*** ATENCAO: LIMITE DE DESCOBERTO OU TECTO "&
004030         "DIARIO ALTERADO" TO WS-AVI-TEXTO
004040         WRITE RPT-LINHA FROM WS-LINHA-AVISO
004050     END-IF
004060     IF MNT-DESTAQUE-SUPERV THEN
004070         MOVE "*** ATENCAO: OPERADOR ALTEROU A PROPRIA MARCA DE "&
004080         "SUPERVISOR" TO WS-AVI-TEXTO
004090         WRITE RPT-LINHA FROM WS-LINHA-AVISO
004100     END-IF
004110     IF MNT-ALTERACAO AND WS-REGISTO-ANTES = SPACES THEN
004120         ADD 1 TO WS-QTD-SEM-PAR
004130         MOVE "IMAGEM ANTES EM FALTA NO MANLOG" TO WS-AVI-TEXTO
004140         WRITE RPT-LINHA FROM WS-LINHA-AVISO
004150     END-IF
004160
004170     MOVE 0 TO WS-QTD-CAMPOS
004180     PERFORM 2500-COMPARA-CAMPO THRU 2500-EXIT
004190         VARYING CMP-IDX FROM 1 BY 1
004200         UNTIL CMP-IDX > WS-CMP-MAX
004210     IF WS-QTD-CAMPOS = 0 THEN
004220         MOVE "SEM DIFERENCAS NOS CAMPOS LISTADOS" TO WS-AVI-TEXTO
004230         WRITE RPT-LINHA FROM WS-LINHA-AVISO
004240     END-IF.
004250 2300-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 2400-IMPRIME-ANTES-SEM-PAR - imagem antes guardada que nao tem a
004300* sua imagem depois: a alteracao pode nao ter chegado ao ficheiro
004310* mestre - o supervisor confirma-a no ecra.
004320******************************************************************
004330 2400-IMPRIME-ANTES-SEM-PAR.
004340     ADD 1 TO WS-QTD-SEM-PAR
004350     MOVE SPACES TO RPT-LINHA
004360     WRITE RPT-LINHA
004370     MOVE WS-ANT-HORA TO WS-HORA-A-FORMATAR
004380     PERFORM 7100-FORMATA-HORA THRU 7100-EXIT
004390     MOVE SPACES TO WS-ALT-MARCA
004400     MOVE WS-ANT-OPERADOR TO WS-ALT-OPERADOR
004410     MOVE WS-ANT-PROGRAMA TO WS-ALT-PROGRAMA
004420     MOVE WS-ANT-FICHEIRO TO WS-ALT-FICHEIRO
004430     MOVE WS-ANT-CHAVE TO WS-ALT-CHAVE
004440     MOVE "?" TO WS-ALT-ACCAO
004450     WRITE RPT-LINHA FROM WS-LINHA-ALTERACAO
004460     MOVE "IMAGEM DEPOIS EM FALTA NO MANLOG - CONFIRMAR NO "&
004470     "ECRA" TO WS-AVI-TEXTO
004480     WRITE RPT-LINHA FROM WS-LINHA-AVISO
004490     MOVE "N" TO WS-TEM-ANTES.
004500 2400-EXIT.
004510     EXIT.
004520
004530******************************************************************
004540* 2500-COMPARA-CAMPO - campo da tabela do ficheiro da alteracao:
004550* se mudou (ou o registo e novo) imprime o valor antes e depois.
004560******************************************************************
004570 2500-COMPARA-CAMPO.
004580     IF WS-CMP-FICHEIRO (CMP-IDX) NOT = MNT-FICHEIRO THEN
004590         GO TO 2500-EXIT
004600     END-IF
004610     MOVE WS-CMP-POSICAO (CMP-IDX) TO WS-POSICAO
004620     MOVE WS-CMP-TAMANHO (CMP-IDX) TO WS-TAMANHO
004630     IF NOT MNT-CRIACAO AND
004640        WS-REGISTO-ANTES (WS-POSICAO:WS-TAMANHO) =
004650        MNT-REGISTO (WS-POSICAO:WS-TAMANHO) THEN
004660         GO TO 2500-EXIT
004670     END-IF
004680
004690     ADD 1 TO WS-QTD-CAMPOS
004700     MOVE WS-CMP-NOME (CMP-IDX) TO WS-CPO-NOME
004710     MOVE "ANTES:" TO WS-CPO-ROTULO
004720     MOVE SPACES TO WS-VALOR-BRUTO
004730     MOVE WS-REGISTO-ANTES (WS-POSICAO:WS-TAMANHO)
004740         TO WS-VALOR-BRUTO
004750     PERFORM 2600-FORMATA-VALOR THRU 2600-EXIT
004760     MOVE WS-VALOR-FMT TO WS-CPO-VALOR
004770     WRITE RPT-LINHA FROM WS-LINHA-CAMPO
004780
004790     MOVE SPACES TO WS-CPO-NOME
004800     MOVE "DEPOIS:" TO WS-CPO-ROTULO
004810     MOVE SPACES TO WS-VALOR-BRUTO
004820     MOVE MNT-REGISTO (WS-POSICAO:WS-TAMANHO) TO WS-VALOR-BRUTO
004830     PERFORM 2600-FORMATA-VALOR THRU 2600-EXIT
004840     MOVE WS-VALOR-FMT TO WS-CPO-VALOR
004850     WRITE RPT-LINHA FROM WS-LINHA-CAMPO.
004860 2500-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2600-FORMATA-VALOR - PIN nunca impresso; numerico alinhado e
004910* editado; texto, ou numerico ainda em branco (registos antigos),
004920* tal como esta.
004930******************************************************************
004940 2600-FORMATA-VALOR.
004950     MOVE WS-VALOR-BRUTO TO WS-VALOR-FMT
004960     IF WS-VALOR-BRUTO = SPACES THEN
004970         GO TO 2600-EXIT
004980     END-IF
004990     IF WS-CMP-TIPO (CMP-IDX) = "P" THEN
005000         MOVE "****" TO WS-VALOR-FMT
005010         GO TO 2600-EXIT
005020     END-IF
005030     IF WS-CMP-TIPO (CMP-IDX) NOT = "N" OR
005040        WS-VALOR-BRUTO (1:WS-TAMANHO) IS NOT NUMERIC THEN
005050         GO TO 2600-EXIT
005060     END-IF
005070
005080     MOVE ZEROS TO WS-NUM-ALFA
005090     COMPUTE WS-INICIO = 13 - WS-TAMANHO
005100         + WS-CMP-DECIMAIS (CMP-IDX)
005110     MOVE WS-VALOR-BRUTO (1:WS-TAMANHO)
005120         TO WS-NUM-ALFA (WS-INICIO:WS-TAMANHO)
005130     MOVE SPACES TO WS-VALOR-FMT
005140     EVALUATE WS-CMP-DECIMAIS (CMP-IDX)
005150         WHEN 2
005160             MOVE WS-NUM TO WS-EDIT-2
005170             MOVE WS-EDIT-2 TO WS-VALOR-FMT
005180         WHEN 4
005190             MOVE WS-NUM TO WS-EDIT-4
005200             MOVE WS-EDIT-4 TO WS-VALOR-FMT
005210         WHEN OTHER
005220             MOVE WS-NUM TO WS-EDIT-0
005230             MOVE WS-EDIT-0 TO WS-VALOR-FMT
005240     END-EVALUATE.
005250 2600-EXIT.
005260     EXIT.
005270
005280******************************************************************
005290* 3000-FECHA-DIARIO - imagem antes que ficou por emparelhar no fim
005300* do ficheiro, totais do dia e a linha de assinatura do
005302* supervisor.
005310******************************************************************
005320 3000-FECHA-DIARIO.
005330     IF TEM-ANTES THEN
005340         PERFORM 2400-IMPRIME-ANTES-SEM-PAR THRU 2400-EXIT
005350     END-IF
005360
005370     MOVE SPACES TO RPT-LINHA
005380     WRITE RPT-LINHA
005390     WRITE RPT-LINHA
005400     MOVE "ALTERACOES DO DIA" TO WS-TOT-TEXTO
005410     MOVE WS-QTD-ALTERACOES TO WS-TOT-QTD
005420     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005430     MOVE "  DAS QUAIS REGISTOS NOVOS" TO WS-TOT-TEXTO
005440     MOVE WS-QTD-CRIACOES TO WS-TOT-QTD
005450     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005460     MOVE "ALTERACOES EM DESTAQUE (*)" TO WS-TOT-TEXTO
005470     MOVE WS-QTD-DESTAQUES TO WS-TOT-QTD
005480     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005490     MOVE "IMAGENS SEM PAR NO MANLOG" TO WS-TOT-TEXTO
005500     MOVE WS-QTD-SEM-PAR TO WS-TOT-QTD
005510     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
005520
005530     MOVE SPACES TO RPT-LINHA
005540     WRITE RPT-LINHA
005550     WRITE RPT-LINHA FROM WS-LINHA-ASSINATURA.
005560 3000-EXIT.
005570     EXIT.
005580
005590 7100-FORMATA-HORA.
005600     MOVE SPACES TO WS-ALT-HORA
005610     STRING WS-HH DELIMITED BY SIZE
005620         ":" DELIMITED BY SIZE
005630         WS-MM DELIMITED BY SIZE
005640         ":" DELIMITED BY SIZE
005650         WS-SS DELIMITED BY SIZE
005660         INTO WS-ALT-HORA.
005670 7100-EXIT.
005680     EXIT.
005690
005700 8000-IMPRIME-RESUMO.
005710     MOVE WS-QTD-ALTERACOES TO WS-RES-ALTERACOES
005720     MOVE WS-QTD-DESTAQUES TO WS-RES-DESTAQUES
005730     DISPLAY WS-LINHA-RESUMO.
005740 8000-EXIT.
005750     EXIT.
005760
005770 9999-FINALIZAR.
005780     CLOSE MANUTENCOES
005790     CLOSE DIARMNT-RPT.
005800 9999-EXIT.
005810     EXIT.
005820
005830 END PROGRAM TAREFA-47.
