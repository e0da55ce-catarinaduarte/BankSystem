000010******************************************************************
000020* Author:        R. Almeida
000030* Installation:  Departamento de Sistemas - Back Office
000040* Date-Written:  15/07/2024
000050* Date-Compiled:
000060* Purpose:       Monitorizacao nocturna de branqueamento de
000070*                capitais - le os movimentos do dia (e, dos
000080*                arquivos MOVARQ concatenados no JCL e do
000090*                MOVIMENTOS, os dias anteriores que as regras
000100*                precisam) e aplica as regras configuradas nos
000110*                cartoes AMLPARM (um cartao por regra; regra sem
000120*                cartao ou com "N" nao e aplicada):
000130*                  NL - creditos em numerario ao balcao (origem T)
000140*                       logo abaixo do limite de comunicacao,
000150*                       repetidos dentro de uma janela de dias;
000160*                  GX - credito elevado seguido, dentro de um
000170*                       numero de horas, de uma transferencia para
000180*                       outro banco (origem X);
000190*                  CS - movimento significativo numa conta sem
000200*                       atividade do cliente nos dias anteriores
000210*                       (as mesmas exclusoes da TAREFA-43);
000220*                  EO - estornos do dia em excesso pelo mesmo
000230*                       operador (MOV-OPERADOR).
000240*                Cada ocorrencia e gravada como alerta em aberto
000250*                no AMLALR, com o NIF do titular (CLI-NIF), e
000260*                listada no AMLRPT. O cartao ES da a idade, em
000270*                dias, a partir da qual os alertas ainda em
000280*                aberto saem no relatorio de escalamento AMLESC.
000290*                Os alertas sao revistos e fechados pelo
000300*                compliance no ecra da TAREFA-45.
000310* Tectonics:     cobc
000320*
000330* Modification history:
000340*   15/07/2024  RSA  Programa original.
000342*   26/08/2024  RSA  Recusa a corrida enquanto a recuperacao do
000344*                    CONTA-MASTER (TAREFA-49) estiver pendente
000346*                    (retorno 40 do RUNCTL).
000347*   23/09/2024  RSA  Erro a regravar o alerta escalado termina
000348*                    com RC 16.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. TAREFA-44.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT AML-PARM ASSIGN TO "AMLPARM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-PARM.
000450     SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-MOVTO.
000480     SELECT OPTIONAL MOVIMENTOS-ARQ ASSIGN TO "MOVARQ"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-FS-ARQ.
000510     SELECT CLIENTE-MASTER ASSIGN TO "CLIMST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CLI-CONTA-NUM
000550         FILE STATUS IS WS-FS-CLIENTE.
000560     SELECT ALERTAS ASSIGN TO "AMLALR"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS ALR-ID
000600         FILE STATUS IS WS-FS-ALERTA.
000610     SELECT ALERTAS-RPT ASSIGN TO "AMLRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FS-RPT.
000640     SELECT ESCALAMENTO-RPT ASSIGN TO "AMLESC"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-FS-ESC.
000670     SELECT SORT-MOVTOS ASSIGN TO "SORTWK".
000680     SELECT SORT-ESTORNOS ASSIGN TO "SORTWK2".
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  AML-PARM.
000730 01  AMP-REC.
000740     05  AMP-REGRA           PIC X(02).
000750     05  AMP-ATIVA           PIC X(01).
000760     05  AMP-VALOR           PIC 9(10)V99.
000770     05  AMP-QTD             PIC 9(05).
000780     05  AMP-DIAS            PIC 9(03).
000790     05  AMP-PERC            PIC 9(03).
000800
000810 FD  MOVIMENTOS.
000820     COPY MOVREC.
000830
000840 FD  MOVIMENTOS-ARQ.
000850 01  ARQ-LINHA               PIC X(68).
000860
000870 FD  CLIENTE-MASTER.
000880     COPY CLIREC.
000890
000900 FD  ALERTAS.
000910     COPY ALRREC.
000920
000930 FD  ALERTAS-RPT.
000940 01  RPT-LINHA               PIC X(80).
000950
000960 FD  ESCALAMENTO-RPT.
000970 01  ESC-LINHA               PIC X(80).
000980
000990 SD  SORT-MOVTOS.
001000 01  SRT-REC.
001010     05  SRT-CONTA-NUM       PIC 9(08).
001020     05  SRT-DATA            PIC 9(08).
001030     05  SRT-HORA.
001040         10  SRT-HH          PIC 9(02).
001050         10  SRT-MI          PIC 9(02).
001060         10  SRT-SS          PIC 9(02).
001070     05  SRT-REF             PIC 9(08).
001080     05  SRT-TIPO            PIC X(01).
001090     05  SRT-ORIGEM          PIC X(01).
001100     05  SRT-VALOR           PIC 9(10)V99.
001110
001120 SD  SORT-ESTORNOS.
001130 01  SR2-REC.
001140     05  SR2-OPERADOR        PIC X(04).
001150     05  SR2-REF             PIC 9(08).
001160     05  SR2-VALOR           PIC 9(10)V99.
001170
001180 WORKING-STORAGE SECTION.
001190 01  WS-STATUS-FLAGS.
001200     05  WS-FS-PARM          PIC X(02) VALUE "00".
001210     05  WS-FS-MOVTO         PIC X(02) VALUE "00".
001220     05  WS-FS-ARQ           PIC X(02) VALUE "00".
001230     05  WS-FS-CLIENTE       PIC X(02) VALUE "00".
001240     05  WS-FS-ALERTA        PIC X(02) VALUE "00".
001250     05  WS-FS-RPT           PIC X(02) VALUE "00".
001260     05  WS-FS-ESC           PIC X(02) VALUE "00".
001270     05  WS-FIM-PARM         PIC X(01) VALUE "N".
001280         88  FIM-PARM            VALUE "S".
001290     05  WS-FIM-MOVTO        PIC X(01) VALUE "N".
001300         88  FIM-MOVTO           VALUE "S".
001310     05  WS-FASE-ARQ         PIC X(01) VALUE "N".
001320         88  FASE-ARQUIVO        VALUE "S".
001330     05  WS-FIM-SORT         PIC X(01) VALUE "N".
001340         88  FIM-SORT            VALUE "S".
001350     05  WS-FIM-SORT2        PIC X(01) VALUE "N".
001360         88  FIM-SORT2           VALUE "S".
001370     05  WS-FIM-ALERTAS      PIC X(01) VALUE "N".
001380         88  FIM-ALERTAS         VALUE "S".
001390     05  WS-CLIENTE-ABERTO   PIC X(01) VALUE "N".
001400         88  CLIENTE-ABERTO      VALUE "S".
001410
001420******************************************************************
001430* Regras configuradas (cartoes AMLPARM). Por omissao nenhuma
001440* regra esta ativa.
001450******************************************************************
001460 01  WS-REGRAS.
001470     05  WS-NL-ATIVA         PIC X(01) VALUE "N".
001480         88  NL-ATIVA            VALUE "S".
001490     05  WS-NL-LIMITE        PIC 9(10)V99 VALUE 0.
001500     05  WS-NL-PISO          PIC 9(10)V99 VALUE 0.
001510     05  WS-NL-QTD-MIN       PIC 9(05) VALUE 0.
001520     05  WS-NL-DIAS          PIC 9(03) VALUE 0.
001530     05  WS-GX-ATIVA         PIC X(01) VALUE "N".
001540         88  GX-ATIVA            VALUE "S".
001550     05  WS-GX-VALOR-MIN     PIC 9(10)V99 VALUE 0.
001560     05  WS-GX-HORAS         PIC 9(05) VALUE 0.
001570     05  WS-CS-ATIVA         PIC X(01) VALUE "N".
001580         88  CS-ATIVA            VALUE "S".
001590     05  WS-CS-VALOR-MIN     PIC 9(10)V99 VALUE 0.
001600     05  WS-CS-DIAS          PIC 9(03) VALUE 0.
001610     05  WS-EO-ATIVA         PIC X(01) VALUE "N".
001620         88  EO-ATIVA            VALUE "S".
001630     05  WS-EO-QTD-MIN       PIC 9(05) VALUE 0.
001640     05  WS-ES-ATIVA         PIC X(01) VALUE "N".
001650         88  ES-ATIVA            VALUE "S".
001660     05  WS-ES-DIAS          PIC 9(03) VALUE 0.
001670
001680******************************************************************
001690* Datas de trabalho: o dia em inteiro (INTEGER-OF-DATE), o
001700* inicio da leitura (a janela mais longa das regras) e os
001710* limites de cada regra.
001720******************************************************************
001730 01  WS-DATAS.
001740     05  WS-HOJE-INT         PIC 9(07) VALUE 0.
001750     05  WS-DIAS-JANELA      PIC 9(05) VALUE 0.
001760     05  WS-DIAS-GX          PIC 9(05) VALUE 0.
001770     05  WS-DATA-INICIO      PIC 9(08) VALUE 0.
001780     05  WS-NL-DESDE         PIC 9(08) VALUE 0.
001790     05  WS-CS-DESDE         PIC 9(08) VALUE 0.
001800     05  WS-ES-ATE           PIC 9(08) VALUE 0.
001810     05  WS-DIAS-ABERTO      PIC 9(05) VALUE 0.
001820
001830******************************************************************
001840* Quebra de conta da passagem de saida do primeiro SORT, com o
001850* estado de cada regra de conta, e quebra de operador da
001860* segunda.
001870******************************************************************
001880 01  WS-GRUPO-CONTA.
001890     05  WS-GRP-CONTA        PIC 9(08) VALUE 0.
001900     05  WS-TS-MOV           PIC 9(10) VALUE 0.
001910     05  WS-NL-QTD           PIC 9(05) VALUE 0.
001920     05  WS-NL-VALOR         PIC 9(10)V99 VALUE 0.
001930     05  WS-NL-REF           PIC 9(08) VALUE 0.
001940     05  WS-NL-HOJE          PIC X(01) VALUE "N".
001950         88  NL-HOJE             VALUE "S".
001960     05  WS-GX-TS-CREDITO    PIC 9(10) VALUE 0.
001970     05  WS-GX-QTD           PIC 9(05) VALUE 0.
001980     05  WS-GX-VALOR         PIC 9(10)V99 VALUE 0.
001990     05  WS-GX-REF           PIC 9(08) VALUE 0.
002000     05  WS-CS-ULT-ANTES     PIC 9(08) VALUE 0.
002010     05  WS-CS-QTD           PIC 9(05) VALUE 0.
002020     05  WS-CS-VALOR         PIC 9(10)V99 VALUE 0.
002030     05  WS-CS-REF           PIC 9(08) VALUE 0.
002040     05  WS-CS-ABERTURA      PIC X(01) VALUE "N".
002050         88  CS-ABERTURA         VALUE "S".
002060
002070 01  WS-GRUPO-OPERADOR.
002080     05  WS-GRP-OPERADOR     PIC X(04) VALUE SPACES.
002090     05  WS-EO-QTD           PIC 9(05) VALUE 0.
002100     05  WS-EO-VALOR         PIC 9(10)V99 VALUE 0.
002110     05  WS-EO-REF           PIC 9(08) VALUE 0.
002120
002130 01  WS-ULTIMO-ALR-ID        PIC 9(08) VALUE 0.
002140
002150 01  WS-EDIT-VALOR           PIC ZZBZZZBZZZBZZZBV,99.
002160 01  WS-VALOR-A-FORMATAR     PIC S9(10)V99 VALUE 0.
002170 01  WS-VALOR-FMT            PIC X(20)     VALUE SPACES.
002180
002190 COPY RUNAREA.
002195 01  WS-RETORNO              PIC 9(02) VALUE 0.
002200
002210 01  WS-CONTADORES.
002220     05  WS-QTD-MOVIMENTOS   PIC 9(09) VALUE 0.
002230     05  WS-QTD-SELECIONADOS PIC 9(09) VALUE 0.
002240     05  WS-QTD-ALERTAS      PIC 9(07) VALUE 0.
002250     05  WS-QTD-NL           PIC 9(07) VALUE 0.
002260     05  WS-QTD-GX           PIC 9(07) VALUE 0.
002270     05  WS-QTD-CS           PIC 9(07) VALUE 0.
002280     05  WS-QTD-EO           PIC 9(07) VALUE 0.
002290     05  WS-QTD-ERROS        PIC 9(07) VALUE 0.
002300     05  WS-QTD-ESCALADOS    PIC 9(07) VALUE 0.
002310     05  WS-QTD-NOVOS-ESC    PIC 9(07) VALUE 0.
002320
002330 01  WS-LINHA-TITULO.
002340     05  FILLER              PIC X(38)
002350         VALUE "ALERTAS DE BRANQUEAMENTO DE CAPITAIS".
002360     05  FILLER              PIC X(18)
002370         VALUE " - DATA DE NEGOCIO".
002380     05  FILLER              PIC X(02) VALUE ": ".
002390     05  WS-TIT-DATA         PIC 9(08).
002400     05  FILLER              PIC X(14) VALUE SPACES.
002410
002420 01  WS-LINHA-REGRAS.
002430     05  FILLER              PIC X(16) VALUE "REGRAS ATIVAS:".
002440     05  WS-REG-NL           PIC X(04) VALUE SPACES.
002450     05  WS-REG-GX           PIC X(04) VALUE SPACES.
002460     05  WS-REG-CS           PIC X(04) VALUE SPACES.
002470     05  WS-REG-EO           PIC X(04) VALUE SPACES.
002480     05  FILLER              PIC X(48) VALUE SPACES.
002490
002500 01  WS-LINHA-COLUNAS.
002510     05  FILLER              PIC X(10) VALUE "ALERTA".
002520     05  FILLER              PIC X(04) VALUE "RG".
002530     05  FILLER              PIC X(10) VALUE "CONTA".
002540     05  FILLER              PIC X(11) VALUE "NIF".
002550     05  FILLER              PIC X(06) VALUE "OPER".
002560     05  FILLER              PIC X(07) VALUE "  QTD".
002570     05  FILLER              PIC X(22) VALUE "VALOR".
002580     05  FILLER              PIC X(10) VALUE "ULT. REF.".
002590
002600 01  WS-LINHA-ALERTA.
002610     05  WS-LIN-ID           PIC 9(08).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  WS-LIN-REGRA        PIC X(02).
002640     05  FILLER              PIC X(02) VALUE SPACES.
002650     05  WS-LIN-CONTA        PIC 9(08).
002660     05  FILLER              PIC X(02) VALUE SPACES.
002670     05  WS-LIN-NIF          PIC 9(09).
002680     05  FILLER              PIC X(02) VALUE SPACES.
002690     05  WS-LIN-OPER         PIC X(04).
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  WS-LIN-QTD          PIC ZZZZ9.
002720     05  FILLER              PIC X(02) VALUE SPACES.
002730     05  WS-LIN-VALOR        PIC X(20).
002740     05  FILLER              PIC X(02) VALUE SPACES.
002750     05  WS-LIN-REF          PIC 9(08).
002760     05  FILLER              PIC X(02) VALUE SPACES.
002770
002780 01  WS-LINHA-DESCRICAO.
002790     05  FILLER              PIC X(10) VALUE SPACES.
002800     05  WS-LIN-DESCRICAO    PIC X(40).
002810     05  FILLER              PIC X(30) VALUE SPACES.
002820
002830 01  WS-LINHA-TOTAL.
002840     05  FILLER              PIC X(10) VALUE "TOTAIS".
002850     05  FILLER              PIC X(04) VALUE "NL: ".
002860     05  WS-TOT-NL           PIC ZZZZZ9.
002870     05  FILLER              PIC X(06) VALUE "  GX: ".
002880     05  WS-TOT-GX           PIC ZZZZZ9.
002890     05  FILLER              PIC X(06) VALUE "  CS: ".
002900     05  WS-TOT-CS           PIC ZZZZZ9.
002910     05  FILLER              PIC X(06) VALUE "  EO: ".
002920     05  WS-TOT-EO           PIC ZZZZZ9.
002930     05  FILLER              PIC X(30) VALUE SPACES.
002940
002950 01  WS-LINHA-ESC-TITULO.
002960     05  FILLER              PIC X(29)
002970         VALUE "ALERTAS EM ABERTO HA MAIS DE".
002980     05  WS-ESC-TIT-DIAS     PIC ZZ9.
002990     05  FILLER              PIC X(07) VALUE " DIAS -".
003000     05  FILLER              PIC X(19)
003010         VALUE " DATA DE NEGOCIO: ".
003020     05  WS-ESC-TIT-DATA     PIC 9(08).
003030     05  FILLER              PIC X(14) VALUE SPACES.
003040
003050 01  WS-LINHA-ESC-COLUNAS.
003060     05  FILLER              PIC X(10) VALUE "ALERTA".
003070     05  FILLER              PIC X(10) VALUE "DATA".
003080     05  FILLER              PIC X(04) VALUE "RG".
003090     05  FILLER              PIC X(10) VALUE "CONTA".
003100     05  FILLER              PIC X(11) VALUE "NIF".
003110     05  FILLER              PIC X(06) VALUE "OPER".
003120     05  FILLER              PIC X(07) VALUE " DIAS".
003130     05  FILLER              PIC X(22) VALUE "ESCALADO EM".
003140
003150 01  WS-LINHA-ESCALADO.
003160     05  WS-ESC-ID           PIC 9(08).
003170     05  FILLER              PIC X(02) VALUE SPACES.
003180     05  WS-ESC-DATA         PIC 9(08).
003190     05  FILLER              PIC X(02) VALUE SPACES.
003200     05  WS-ESC-REGRA        PIC X(02).
003210     05  FILLER              PIC X(02) VALUE SPACES.
003220     05  WS-ESC-CONTA        PIC 9(08).
003230     05  FILLER              PIC X(02) VALUE SPACES.
003240     05  WS-ESC-NIF          PIC 9(09).
003250     05  FILLER              PIC X(02) VALUE SPACES.
003260     05  WS-ESC-OPER         PIC X(04).
003270     05  FILLER              PIC X(02) VALUE SPACES.
003280     05  WS-ESC-DIAS         PIC ZZZZ9.
003290     05  FILLER              PIC X(02) VALUE SPACES.
003300     05  WS-ESC-ESCALADO     PIC X(22).
003310
003320 01  WS-LINHA-ESC-TOTAL.
003330     05  FILLER              PIC X(10) VALUE "TOTAIS".
003340     05  WS-ESC-TOT          PIC ZZZZZ9.
003350     05  FILLER              PIC X(18)
003360         VALUE " ALERTAS EM ATRASO".
003370     05  FILLER              PIC X(02) VALUE ", ".
003380     05  WS-ESC-TOT-NOVOS    PIC ZZZZZ9.
003390     05  FILLER              PIC X(38)
003400         VALUE " ESCALADOS PELA PRIMEIRA VEZ".
003410
003420 01  WS-LINHA-RESUMO.
003430     05  FILLER            PIC X(16) VALUE "LOTE TAREFA-44:".
003440     05  FILLER            PIC X(01) VALUE SPACES.
003450     05  WS-RES-MOVTOS     PIC ZZZZZZZZ9.
003460     05  FILLER            PIC X(18) VALUE " MOVIMENTOS LIDOS,".
003470     05  WS-RES-ALERTAS    PIC ZZZZZZ9.
003480     05  FILLER            PIC X(16) VALUE " ALERTAS NOVOS,".
003490     05  WS-RES-ESCALADOS  PIC ZZZZZZ9.
003500     05  FILLER            PIC X(11) VALUE " ESCALADOS.".
003510
003520 PROCEDURE DIVISION.
003530 0000-MAINLINE.
003540     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003550     IF NL-ATIVA OR GX-ATIVA OR CS-ATIVA THEN
003560         SORT SORT-MOVTOS
003570             ON ASCENDING KEY SRT-CONTA-NUM SRT-DATA SRT-HORA
003580                 SRT-REF
003590             INPUT PROCEDURE IS 2000-SELECIONA-MOVIMENTOS
003600                 THRU 2000-EXIT
003610             OUTPUT PROCEDURE IS 3000-AVALIA-CONTAS
003620                 THRU 3000-EXIT
003630     END-IF
003640     IF EO-ATIVA THEN
003650         SORT SORT-ESTORNOS
003660             ON ASCENDING KEY SR2-OPERADOR SR2-REF
003670             INPUT PROCEDURE IS 4000-SELECIONA-ESTORNOS
003680                 THRU 4000-EXIT
003690             OUTPUT PROCEDURE IS 4200-AVALIA-OPERADORES
003700                 THRU 4200-EXIT
003710     END-IF
003720     PERFORM 6000-ESCALAMENTO THRU 6000-EXIT
003730     PERFORM 8000-IMPRIME-RESUMO THRU 8000-EXIT
003740     PERFORM 9999-FINALIZAR THRU 9999-EXIT
003750     STOP RUN.
003760
003770******************************************************************
003780* 1000-INICIALIZAR - le os cartoes de regras, regista a corrida
003790* no controlo central RUNCTL (uma por data de negocio: os
003800* alertas nao podem ser gerados duas vezes), apura as datas de
003810* cada regra e abre os ficheiros.
003820******************************************************************
003830 1000-INICIALIZAR.
003840     OPEN INPUT AML-PARM
003850     PERFORM 1100-LE-REGRA THRU 1100-EXIT
003860     IF FIM-PARM THEN
003870         DISPLAY "TAREFA-44: CARTAO DE PARAMETROS EM BRANCO"
003880         MOVE 16 TO RETURN-CODE
003890         CLOSE AML-PARM
003900         STOP RUN
003910     END-IF
003920     PERFORM 1200-GUARDA-REGRA THRU 1200-EXIT
003930         UNTIL FIM-PARM
003940     CLOSE AML-PARM
003950
003960     MOVE "I" TO RUN-FUNCAO
003970     MOVE "TAREFA44" TO RUN-JOB
003980     CALL "RUNCTL" USING RUN-AREA
003990     IF RUN-JA-EXECUTADO THEN
004000         DISPLAY "TAREFA-44: JA EXECUTADA NA DATA DE NEGOCIO "
004010             RUN-DATA
004020         MOVE 12 TO RETURN-CODE
004030         STOP RUN
004040     END-IF
004041     IF RUN-RECUPERACAO-PENDENTE THEN
004042         DISPLAY "TAREFA-44: CONTA-MASTER POR RECUPERAR - "&
004043         "TERMINAR PRIMEIRO A TAREFA-49"
004044         MOVE 16 TO RETURN-CODE
004045         STOP RUN
004046     END-IF
004050     IF NOT RUN-OK THEN
004060         DISPLAY "TAREFA-44: DATA DE NEGOCIO INDISPONIVEL "&
004070         "(DATCTL)"
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF
004110
004120*    A LEITURA COMECA NA JANELA MAIS LONGA DAS REGRAS DE CONTA;
004130*    A JANELA NL CONTA O PROPRIO DIA, A CS SO OS DIAS ANTERIORES.
004140     COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE (RUN-DATA)
004150     MOVE 0 TO WS-DIAS-JANELA
004160     IF NL-ATIVA THEN
004170         MOVE WS-NL-DIAS TO WS-DIAS-JANELA
004180         COMPUTE WS-NL-DESDE = FUNCTION DATE-OF-INTEGER
004190             (WS-HOJE-INT - WS-NL-DIAS + 1)
004200     END-IF
004210     IF CS-ATIVA THEN
004220         IF WS-CS-DIAS > WS-DIAS-JANELA THEN
004230             MOVE WS-CS-DIAS TO WS-DIAS-JANELA
004240         END-IF
004250         COMPUTE WS-CS-DESDE = FUNCTION DATE-OF-INTEGER
004260             (WS-HOJE-INT - WS-CS-DIAS)
004270     END-IF
004280     IF GX-ATIVA THEN
004290         COMPUTE WS-DIAS-GX = (WS-GX-HORAS + 23) / 24
004300         IF WS-DIAS-GX > WS-DIAS-JANELA THEN
004310             MOVE WS-DIAS-GX TO WS-DIAS-JANELA
004320         END-IF
004330     END-IF
004340     COMPUTE WS-DATA-INICIO = FUNCTION DATE-OF-INTEGER
004350         (WS-HOJE-INT - WS-DIAS-JANELA)
004360     IF ES-ATIVA THEN
004370         COMPUTE WS-ES-ATE = FUNCTION DATE-OF-INTEGER
004380             (WS-HOJE-INT - WS-ES-DIAS)
004390     END-IF
004400
004410     OPEN I-O ALERTAS
004420     IF WS-FS-ALERTA = "35" THEN
004430*        PRIMEIRA CORRIDA - CRIA O FICHEIRO DE ALERTAS.
004440         OPEN OUTPUT ALERTAS
004450         CLOSE ALERTAS
004460         OPEN I-O ALERTAS
004470     END-IF
004480     IF WS-FS-ALERTA NOT = "00" THEN
004490         DISPLAY "TAREFA-44: NAO FOI POSSIVEL ABRIR O "&
004500         "AMLALR - FS=" WS-FS-ALERTA
004510         MOVE 16 TO RETURN-CODE
004520         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
004530     END-IF
004540     PERFORM 1300-ULTIMO-ALERTA THRU 1300-EXIT
004550
004560     OPEN INPUT CLIENTE-MASTER
004570     IF WS-FS-CLIENTE = "00" THEN
004580         MOVE "S" TO WS-CLIENTE-ABERTO
004590     END-IF
004600     OPEN OUTPUT ALERTAS-RPT
004610     OPEN OUTPUT ESCALAMENTO-RPT
004620
004630     MOVE RUN-DATA TO WS-TIT-DATA
004640     IF NL-ATIVA THEN
004650         MOVE "NL" TO WS-REG-NL
004660     END-IF
004670     IF GX-ATIVA THEN
004680         MOVE "GX" TO WS-REG-GX
004690     END-IF
004700     IF CS-ATIVA THEN
004710         MOVE "CS" TO WS-REG-CS
004720     END-IF
004730     IF EO-ATIVA THEN
004740         MOVE "EO" TO WS-REG-EO
004750     END-IF
004760     WRITE RPT-LINHA FROM WS-LINHA-TITULO
004770     WRITE RPT-LINHA FROM WS-LINHA-REGRAS
004780     MOVE SPACES TO RPT-LINHA
004790     WRITE RPT-LINHA
004800     WRITE RPT-LINHA FROM WS-LINHA-COLUNAS
004810     MOVE SPACES TO RPT-LINHA
004820     WRITE RPT-LINHA.
004830 1000-EXIT.
004840     EXIT.
004850
004860 1100-LE-REGRA.
004870     READ AML-PARM
004880         AT END
004890             MOVE "S" TO WS-FIM-PARM
004900     END-READ.
004910 1100-EXIT.
004920     EXIT.
004930
004940******************************************************************
004950* 1200-GUARDA-REGRA - valida um cartao AMLPARM e guarda os
004960* parametros da regra. Colunas: 1-2 regra, 3 ativa (S/N), 4-15
004970* valor, 16-20 quantidade (horas na regra GX), 21-23 dias,
004980* 24-26 percentagem. Um cartao invalido termina a corrida com
004990* RC 16 antes de qualquer alerta.
005000******************************************************************
005010 1200-GUARDA-REGRA.
005020     IF AMP-ATIVA NOT = "S" AND AMP-ATIVA NOT = "N" THEN
005030         DISPLAY "TAREFA-44: CARTAO " AMP-REGRA
005040             " - ATIVA TEM DE SER S OU N"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     IF AMP-VALOR IS NOT NUMERIC OR AMP-QTD IS NOT NUMERIC
005090         OR AMP-DIAS IS NOT NUMERIC
005100         OR AMP-PERC IS NOT NUMERIC THEN
005110         DISPLAY "TAREFA-44: CARTAO " AMP-REGRA
005120             " - PARAMETROS NAO NUMERICOS"
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF
005160     EVALUATE AMP-REGRA
005170         WHEN "NL"
005180             IF AMP-VALOR = 0 OR AMP-QTD = 0 OR AMP-DIAS = 0
005190                 OR AMP-PERC = 0 OR AMP-PERC > 99 THEN
005200                 GO TO 1200-INVALIDO
005210             END-IF
005220             MOVE AMP-ATIVA TO WS-NL-ATIVA
005230             MOVE AMP-VALOR TO WS-NL-LIMITE
005240             COMPUTE WS-NL-PISO =
005250                 AMP-VALOR * (100 - AMP-PERC) / 100
005260             MOVE AMP-QTD TO WS-NL-QTD-MIN
005270             MOVE AMP-DIAS TO WS-NL-DIAS
005280         WHEN "GX"
005290             IF AMP-VALOR = 0 OR AMP-QTD = 0 THEN
005300                 GO TO 1200-INVALIDO
005310             END-IF
005320             MOVE AMP-ATIVA TO WS-GX-ATIVA
005330             MOVE AMP-VALOR TO WS-GX-VALOR-MIN
005340             MOVE AMP-QTD TO WS-GX-HORAS
005350         WHEN "CS"
005360             IF AMP-DIAS = 0 THEN
005370                 GO TO 1200-INVALIDO
005380             END-IF
005390             MOVE AMP-ATIVA TO WS-CS-ATIVA
005400             MOVE AMP-VALOR TO WS-CS-VALOR-MIN
005410             MOVE AMP-DIAS TO WS-CS-DIAS
005420         WHEN "EO"
005430             IF AMP-QTD = 0 THEN
005440                 GO TO 1200-INVALIDO
005450             END-IF
005460             MOVE AMP-ATIVA TO WS-EO-ATIVA
005470             MOVE AMP-QTD TO WS-EO-QTD-MIN
005480         WHEN "ES"
005490             IF AMP-DIAS = 0 THEN
005500                 GO TO 1200-INVALIDO
005510             END-IF
005520             MOVE AMP-ATIVA TO WS-ES-ATIVA
005530             MOVE AMP-DIAS TO WS-ES-DIAS
005540         WHEN OTHER
005550             DISPLAY "TAREFA-44: REGRA DESCONHECIDA " AMP-REGRA
005560             MOVE 16 TO RETURN-CODE
005570             STOP RUN
005580     END-EVALUATE
005590     PERFORM 1100-LE-REGRA THRU 1100-EXIT
005600     GO TO 1200-EXIT.
005610 1200-INVALIDO.
005620     DISPLAY "TAREFA-44: CARTAO " AMP-REGRA
005630         " - PARAMETROS OBRIGATORIOS EM FALTA"
005640     MOVE 16 TO RETURN-CODE
005650     STOP RUN.
005660 1200-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700* 1300-ULTIMO-ALERTA - percorre o AMLALR por ordem de chave para
005710* saber o ultimo ALR-ID atribuido (mesmo criterio do TRFSUSP na
005720* TAREFA-41); os alertas desta corrida continuam a numeracao.
005730******************************************************************
005740 1300-ULTIMO-ALERTA.
005750     MOVE 0 TO WS-ULTIMO-ALR-ID
005760     MOVE "N" TO WS-FIM-ALERTAS
005770     PERFORM 1310-LE-ALERTA THRU 1310-EXIT
005780         UNTIL FIM-ALERTAS.
005790 1300-EXIT.
005800     EXIT.
005810
005820 1310-LE-ALERTA.
005830     READ ALERTAS NEXT RECORD
005840         AT END
005850             MOVE "S" TO WS-FIM-ALERTAS
005860         NOT AT END
005870             MOVE ALR-ID TO WS-ULTIMO-ALR-ID
005880     END-READ.
005890 1310-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 2000-SELECIONA-MOVIMENTOS - passagem de entrada do primeiro
005940* SORT: liberta os movimentos desde o inicio da janela ate a
005950* data de negocio, do arquivo e do MOVIMENTOS; os saldos
005960* transportados ficam de fora.
005970******************************************************************
005980 2000-SELECIONA-MOVIMENTOS.
005990     OPEN INPUT MOVIMENTOS-ARQ
006000     OPEN INPUT MOVIMENTOS
006010     IF WS-FS-MOVTO NOT = "00" THEN
006020         DISPLAY "TAREFA-44: NAO FOI POSSIVEL ABRIR O "&
006030         "MOVIMENTOS - FS=" WS-FS-MOVTO
006040         MOVE 16 TO RETURN-CODE
006050         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
006060     END-IF
006070     MOVE "S" TO WS-FASE-ARQ
006080     MOVE "N" TO WS-FIM-MOVTO
006090     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT
006100     PERFORM 2050-AVALIA-MOVIMENTO THRU 2050-EXIT
006110         UNTIL FIM-MOVTO
006120     CLOSE MOVIMENTOS-ARQ
006130     CLOSE MOVIMENTOS.
006140 2000-EXIT.
006150     EXIT.
006160
006170 2050-AVALIA-MOVIMENTO.
006180     ADD 1 TO WS-QTD-MOVIMENTOS
006190     IF NOT MOV-SALDO-TRANSP
006200         AND MOV-DATA NOT < WS-DATA-INICIO
006210         AND MOV-DATA NOT > RUN-DATA THEN
006220         ADD 1 TO WS-QTD-SELECIONADOS
006230         MOVE MOV-CONTA-NUM TO SRT-CONTA-NUM
006240         MOVE MOV-DATA TO SRT-DATA
006250         MOVE MOV-HORA TO SRT-HORA
006260         MOVE MOV-REF TO SRT-REF
006270         MOVE MOV-TIPO TO SRT-TIPO
006280         MOVE MOV-ORIGEM TO SRT-ORIGEM
006290         MOVE MOV-VALOR TO SRT-VALOR
006300         RELEASE SRT-REC
006310     END-IF
006320     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
006330 2050-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 2100-LER-MOVIMENTO - le o proximo movimento: primeiro do
006380* arquivo opcional MOVARQ (meses arquivados, concatenados no
006390* JCL), depois do ficheiro corrente MOVIMENT (mesma leitura em
006400* duas fases da TAREFA-27).
006410******************************************************************
006420 2100-LER-MOVIMENTO.
006430     IF FASE-ARQUIVO THEN
006440         READ MOVIMENTOS-ARQ
006450             AT END
006460                 MOVE "N" TO WS-FASE-ARQ
006470             NOT AT END
006480                 MOVE ARQ-LINHA TO MOV-REC
006490         END-READ
006500     END-IF
006510     IF NOT FASE-ARQUIVO THEN
006520         READ MOVIMENTOS
006530             AT END
006540                 MOVE "S" TO WS-FIM-MOVTO
006550         END-READ
006560     END-IF.
006570 2100-EXIT.
006580     EXIT.
006590
006600******************************************************************
006610* 3000-AVALIA-CONTAS - passagem de saida do primeiro SORT: os
006620* movimentos de cada conta chegam por ordem cronologica; na
006630* quebra de conta aplicam-se as regras NL, GX e CS.
006640******************************************************************
006650 3000-AVALIA-CONTAS.
006660     PERFORM 3050-RETURN-MOVIMENTO THRU 3050-EXIT
006670     PERFORM 3100-QUEBRA-CONTA THRU 3100-EXIT
006680         UNTIL FIM-SORT.
006690 3000-EXIT.
006700     EXIT.
006710
006720 3050-RETURN-MOVIMENTO.
006730     RETURN SORT-MOVTOS
006740         AT END
006750             MOVE "S" TO WS-FIM-SORT
006760     END-RETURN.
006770 3050-EXIT.
006780     EXIT.
006790
006800 3100-QUEBRA-CONTA.
006810     INITIALIZE WS-GRUPO-CONTA
006820     MOVE SRT-CONTA-NUM TO WS-GRP-CONTA
006830     PERFORM 3150-AVALIA-MOVIMENTO THRU 3150-EXIT
006840         UNTIL FIM-SORT OR SRT-CONTA-NUM NOT = WS-GRP-CONTA
006850     PERFORM 3500-FECHA-CONTA THRU 3500-EXIT.
006860 3100-EXIT.
006870     EXIT.
006880
006890 3150-AVALIA-MOVIMENTO.
006900     IF NL-ATIVA THEN
006910         PERFORM 3200-REGRA-NL THRU 3200-EXIT
006920     END-IF
006930     IF GX-ATIVA THEN
006940         PERFORM 3300-REGRA-GX THRU 3300-EXIT
006950     END-IF
006960     IF CS-ATIVA THEN
006970         PERFORM 3400-REGRA-CS THRU 3400-EXIT
006980     END-IF
006990     PERFORM 3050-RETURN-MOVIMENTO THRU 3050-EXIT.
007000 3150-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 3200-REGRA-NL - credito em numerario ao balcao (origem T) no
007050* intervalo [limite - percentagem, limite) dentro da janela de
007060* dias; a conta so gera alerta se um deles for do proprio dia.
007070******************************************************************
007080 3200-REGRA-NL.
007090     IF SRT-TIPO NOT = "C" OR SRT-ORIGEM NOT = "T" THEN
007100         GO TO 3200-EXIT
007110     END-IF
007120     IF SRT-DATA < WS-NL-DESDE
007130         OR SRT-VALOR < WS-NL-PISO
007140         OR SRT-VALOR NOT < WS-NL-LIMITE THEN
007150         GO TO 3200-EXIT
007160     END-IF
007170     ADD 1 TO WS-NL-QTD
007180     ADD SRT-VALOR TO WS-NL-VALOR
007190     MOVE SRT-REF TO WS-NL-REF
007200     IF SRT-DATA = RUN-DATA THEN
007210         MOVE "S" TO WS-NL-HOJE
007220     END-IF.
007230 3200-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 3300-REGRA-GX - guarda o momento (em minutos) do ultimo credito
007280* elevado; cada transferencia para outro banco (debito X) do dia
007290* feita ate ao numero de horas configurado depois dele conta para
007300* o alerta. Juros, retencao, estornos, deposito a prazo, tarifas
007310* e juro devedor nao sao creditos de fundos novos.
007320******************************************************************
007330 3300-REGRA-GX.
007340     COMPUTE WS-TS-MOV =
007350         FUNCTION INTEGER-OF-DATE (SRT-DATA) * 1440
007360         + SRT-HH * 60 + SRT-MI
007370     IF SRT-TIPO = "C" THEN
007380         IF SRT-VALOR NOT < WS-GX-VALOR-MIN
007390             AND SRT-ORIGEM NOT = "J" AND SRT-ORIGEM NOT = "R"
007400             AND SRT-ORIGEM NOT = "E" AND SRT-ORIGEM NOT = "P"
007410             AND SRT-ORIGEM NOT = "F"
007420             AND SRT-ORIGEM NOT = "V" THEN
007430             MOVE WS-TS-MOV TO WS-GX-TS-CREDITO
007440         END-IF
007450         GO TO 3300-EXIT
007460     END-IF
007470     IF SRT-TIPO = "D" AND SRT-ORIGEM = "X"
007480         AND SRT-DATA = RUN-DATA
007490         AND WS-GX-TS-CREDITO > 0
007500         AND WS-TS-MOV - WS-GX-TS-CREDITO NOT > WS-GX-HORAS * 60
007510         THEN
007520         ADD 1 TO WS-GX-QTD
007530         ADD SRT-VALOR TO WS-GX-VALOR
007540         MOVE SRT-REF TO WS-GX-REF
007550     END-IF.
007560 3300-EXIT.
007570     EXIT.
007580
007590******************************************************************
007600* 3400-REGRA-CS - atividade do cliente (as mesmas exclusoes da
007610* TAREFA-43): a data da ultima antes do dia e o total do dia.
007620* Uma conta aberta no proprio dia (origem A) nao e silenciosa.
007630******************************************************************
007640 3400-REGRA-CS.
007650     EVALUATE SRT-ORIGEM
007660         WHEN "S"
007670         WHEN "J"
007680         WHEN "R"
007690         WHEN "F"
007700         WHEN "V"
007710         WHEN "E"
007720             GO TO 3400-EXIT
007730         WHEN OTHER
007740             CONTINUE
007750     END-EVALUATE
007760     IF SRT-DATA < RUN-DATA THEN
007770         MOVE SRT-DATA TO WS-CS-ULT-ANTES
007780         GO TO 3400-EXIT
007790     END-IF
007800     ADD 1 TO WS-CS-QTD
007810     ADD SRT-VALOR TO WS-CS-VALOR
007820     MOVE SRT-REF TO WS-CS-REF
007830     IF SRT-ORIGEM = "A" THEN
007840         MOVE "S" TO WS-CS-ABERTURA
007850     END-IF.
007860 3400-EXIT.
007870     EXIT.
007880
007890******************************************************************
007900* 3500-FECHA-CONTA - na quebra de conta, grava um alerta por
007910* cada regra disparada.
007920******************************************************************
007930 3500-FECHA-CONTA.
007940     IF NL-ATIVA AND NL-HOJE
007950         AND WS-NL-QTD NOT < WS-NL-QTD-MIN THEN
007960         MOVE "NL" TO ALR-REGRA
007970         MOVE WS-NL-QTD TO ALR-QTD
007980         MOVE WS-NL-VALOR TO ALR-VALOR
007990         MOVE WS-NL-REF TO ALR-MOV-REF
008000         MOVE "NUMERARIO REPETIDO ABAIXO DO LIMIAR"
008010             TO ALR-DESCRICAO
008020         PERFORM 5000-ALERTA-CONTA THRU 5000-EXIT
008030     END-IF
008040     IF GX-ATIVA AND WS-GX-QTD > 0 THEN
008050         MOVE "GX" TO ALR-REGRA
008060         MOVE WS-GX-QTD TO ALR-QTD
008070         MOVE WS-GX-VALOR TO ALR-VALOR
008080         MOVE WS-GX-REF TO ALR-MOV-REF
008090         MOVE "CREDITO ELEVADO SEGUIDO DE TRF. EXTERNA"
008100             TO ALR-DESCRICAO
008110         PERFORM 5000-ALERTA-CONTA THRU 5000-EXIT
008120     END-IF
008130     IF CS-ATIVA AND WS-CS-QTD > 0 AND NOT CS-ABERTURA
008140         AND WS-CS-VALOR NOT < WS-CS-VALOR-MIN
008150         AND WS-CS-ULT-ANTES < WS-CS-DESDE THEN
008160         MOVE "CS" TO ALR-REGRA
008170         MOVE WS-CS-QTD TO ALR-QTD
008180         MOVE WS-CS-VALOR TO ALR-VALOR
008190         MOVE WS-CS-REF TO ALR-MOV-REF
008200         MOVE "MOVIMENTO EM CONTA ATE AI SILENCIOSA"
008210             TO ALR-DESCRICAO
008220         PERFORM 5000-ALERTA-CONTA THRU 5000-EXIT
008230     END-IF.
008240 3500-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 4000-SELECIONA-ESTORNOS - passagem de entrada do segundo SORT:
008290* os estornos do dia (origem E) feitos ao balcao, por operador;
008300* os estornos sem operador (lotes) ficam de fora.
008310******************************************************************
008320 4000-SELECIONA-ESTORNOS.
008330     OPEN INPUT MOVIMENTOS
008340     IF WS-FS-MOVTO NOT = "00" THEN
008350         DISPLAY "TAREFA-44: NAO FOI POSSIVEL ABRIR O "&
008360         "MOVIMENTOS - FS=" WS-FS-MOVTO
008370         MOVE 16 TO RETURN-CODE
008380         PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
008390     END-IF
008400     MOVE "N" TO WS-FASE-ARQ
008410     MOVE "N" TO WS-FIM-MOVTO
008420     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT
008430     PERFORM 4050-AVALIA-ESTORNO THRU 4050-EXIT
008440         UNTIL FIM-MOVTO
008450     CLOSE MOVIMENTOS.
008460 4000-EXIT.
008470     EXIT.
008480
008490 4050-AVALIA-ESTORNO.
008500     IF MOV-ORIG-ESTORNO AND MOV-DATA = RUN-DATA
008510         AND MOV-OPERADOR NOT = SPACES THEN
008520         MOVE MOV-OPERADOR TO SR2-OPERADOR
008530         MOVE MOV-REF TO SR2-REF
008540         MOVE MOV-VALOR TO SR2-VALOR
008550         RELEASE SR2-REC
008560     END-IF
008570     PERFORM 2100-LER-MOVIMENTO THRU 2100-EXIT.
008580 4050-EXIT.
008590     EXIT.
008600
008610******************************************************************
008620* 4200-AVALIA-OPERADORES - passagem de saida do segundo SORT: na
008630* quebra de operador, um alerta EO quando os estornos do dia
008640* chegam a quantidade configurada (alerta sem conta nem NIF).
008650******************************************************************
008660 4200-AVALIA-OPERADORES.
008670     PERFORM 4250-RETURN-ESTORNO THRU 4250-EXIT
008680     PERFORM 4300-QUEBRA-OPERADOR THRU 4300-EXIT
008690         UNTIL FIM-SORT2.
008700 4200-EXIT.
008710     EXIT.
008720
008730 4250-RETURN-ESTORNO.
008740     RETURN SORT-ESTORNOS
008750         AT END
008760             MOVE "S" TO WS-FIM-SORT2
008770     END-RETURN.
008780 4250-EXIT.
008790     EXIT.
008800
008810 4300-QUEBRA-OPERADOR.
008820     MOVE SR2-OPERADOR TO WS-GRP-OPERADOR
008830     MOVE 0 TO WS-EO-QTD
008840     MOVE 0 TO WS-EO-VALOR
008850     PERFORM 4350-SOMA-ESTORNO THRU 4350-EXIT
008860         UNTIL FIM-SORT2 OR SR2-OPERADOR NOT = WS-GRP-OPERADOR
008870     IF WS-EO-QTD NOT < WS-EO-QTD-MIN THEN
008880         MOVE "EO" TO ALR-REGRA
008890         MOVE 0 TO ALR-CONTA-NUM
008900         MOVE 0 TO ALR-NIF
008910         MOVE WS-GRP-OPERADOR TO ALR-OPERADOR-MOV
008920         MOVE WS-EO-QTD TO ALR-QTD
008930         MOVE WS-EO-VALOR TO ALR-VALOR
008940         MOVE WS-EO-REF TO ALR-MOV-REF
008950         MOVE "ESTORNOS EM EXCESSO PELO OPERADOR"
008960             TO ALR-DESCRICAO
008970         PERFORM 5100-GRAVA-ALERTA THRU 5100-EXIT
008980     END-IF.
008990 4300-EXIT.
009000     EXIT.
009010
009020 4350-SOMA-ESTORNO.
009030     ADD 1 TO WS-EO-QTD
009040     ADD SR2-VALOR TO WS-EO-VALOR
009050     MOVE SR2-REF TO WS-EO-REF
009060     PERFORM 4250-RETURN-ESTORNO THRU 4250-EXIT.
009070 4350-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 5000-ALERTA-CONTA - alerta sobre uma conta: o titular e
009120* identificado pelo NIF da ficha de cliente (zero sem ficha).
009130******************************************************************
009140 5000-ALERTA-CONTA.
009150     MOVE WS-GRP-CONTA TO ALR-CONTA-NUM
009160     MOVE SPACES TO ALR-OPERADOR-MOV
009170     MOVE 0 TO ALR-NIF
009180     IF CLIENTE-ABERTO THEN
009190         MOVE WS-GRP-CONTA TO CLI-CONTA-NUM
009200         READ CLIENTE-MASTER
009210             INVALID KEY
009220                 CONTINUE
009230             NOT INVALID KEY
009240                 MOVE CLI-NIF TO ALR-NIF
009250         END-READ
009260     END-IF
009270     PERFORM 5100-GRAVA-ALERTA THRU 5100-EXIT.
009280 5000-EXIT.
009290     EXIT.
009300
009310******************************************************************
009320* 5100-GRAVA-ALERTA - numera e grava o alerta em aberto e lista-o
009330* no AMLRPT. Uma gravacao falhada e contada e a corrida segue.
009340******************************************************************
009350 5100-GRAVA-ALERTA.
009360     ADD 1 TO WS-ULTIMO-ALR-ID
009370     MOVE WS-ULTIMO-ALR-ID TO ALR-ID
009380     MOVE RUN-DATA TO ALR-DATA
009390     MOVE "A" TO ALR-ESTADO
009400     MOVE 0 TO ALR-DATA-FECHO
009410     MOVE SPACES TO ALR-OPERADOR
009420     MOVE SPACES TO ALR-NOTA
009430     MOVE 0 TO ALR-DATA-ESCALADA
009440     MOVE SPACES TO ALERTA-REC (186:20)
009450     WRITE ALERTA-REC
009460     IF WS-FS-ALERTA NOT = "00" THEN
009470         DISPLAY "TAREFA-44: ERRO AO GRAVAR ALERTA " ALR-ID
009480             " - FS=" WS-FS-ALERTA
009490         ADD 1 TO WS-QTD-ERROS
009500         GO TO 5100-EXIT
009510     END-IF
009520     ADD 1 TO WS-QTD-ALERTAS
009530     EVALUATE TRUE
009540         WHEN ALR-REGRA-LIMIAR
009550             ADD 1 TO WS-QTD-NL
009560         WHEN ALR-REGRA-CREDITO-SAIDA
009570             ADD 1 TO WS-QTD-GX
009580         WHEN ALR-REGRA-SILENCIOSA
009590             ADD 1 TO WS-QTD-CS
009600         WHEN ALR-REGRA-ESTORNOS
009610             ADD 1 TO WS-QTD-EO
009620     END-EVALUATE
009630     MOVE ALR-ID TO WS-LIN-ID
009640     MOVE ALR-REGRA TO WS-LIN-REGRA
009650     MOVE ALR-CONTA-NUM TO WS-LIN-CONTA
009660     MOVE ALR-NIF TO WS-LIN-NIF
009670     MOVE ALR-OPERADOR-MOV TO WS-LIN-OPER
009680     MOVE ALR-QTD TO WS-LIN-QTD
009690     MOVE ALR-VALOR TO WS-VALOR-A-FORMATAR
009700     PERFORM 7000-FORMATA-VALOR-SINAL THRU 7000-EXIT
009710     MOVE WS-VALOR-FMT TO WS-LIN-VALOR
009720     MOVE ALR-MOV-REF TO WS-LIN-REF
009730     WRITE RPT-LINHA FROM WS-LINHA-ALERTA
009740     MOVE ALR-DESCRICAO TO WS-LIN-DESCRICAO
009750     WRITE RPT-LINHA FROM WS-LINHA-DESCRICAO.
009760 5100-EXIT.
009770     EXIT.
009780
009790******************************************************************
009800* 6000-ESCALAMENTO - relatorio AMLESC dos alertas ainda em
009810* aberto com a idade do cartao ES ou mais; a data da primeira
009820* escalada fica gravada no alerta (ALR-DATA-ESCALADA).
009830******************************************************************
009840 6000-ESCALAMENTO.
009850     MOVE WS-ES-DIAS TO WS-ESC-TIT-DIAS
009860     MOVE RUN-DATA TO WS-ESC-TIT-DATA
009870     WRITE ESC-LINHA FROM WS-LINHA-ESC-TITULO
009880     MOVE SPACES TO ESC-LINHA
009890     WRITE ESC-LINHA
009900     IF NOT ES-ATIVA THEN
009910         MOVE "ESCALAMENTO NAO ATIVO (CARTAO ES)" TO ESC-LINHA
009920         WRITE ESC-LINHA
009930         GO TO 6000-EXIT
009940     END-IF
009950     WRITE ESC-LINHA FROM WS-LINHA-ESC-COLUNAS
009960     MOVE SPACES TO ESC-LINHA
009970     WRITE ESC-LINHA
009980     MOVE 0 TO ALR-ID
009990     MOVE "N" TO WS-FIM-ALERTAS
010000     START ALERTAS KEY IS NOT LESS THAN ALR-ID
010010         INVALID KEY
010020             MOVE "S" TO WS-FIM-ALERTAS
010030     END-START
010040     PERFORM 6100-AVALIA-ALERTA THRU 6100-EXIT
010050         UNTIL FIM-ALERTAS
010060     MOVE SPACES TO ESC-LINHA
010070     WRITE ESC-LINHA
010080     MOVE WS-QTD-ESCALADOS TO WS-ESC-TOT
010090     MOVE WS-QTD-NOVOS-ESC TO WS-ESC-TOT-NOVOS
010100     WRITE ESC-LINHA FROM WS-LINHA-ESC-TOTAL.
010110 6000-EXIT.
010120     EXIT.
010130
010140 6100-AVALIA-ALERTA.
010150     READ ALERTAS NEXT RECORD
010160         AT END
010170             MOVE "S" TO WS-FIM-ALERTAS
010180             GO TO 6100-EXIT
010190     END-READ
010200     IF NOT ALR-ABERTO OR ALR-DATA > WS-ES-ATE THEN
010210         GO TO 6100-EXIT
010220     END-IF
010230     ADD 1 TO WS-QTD-ESCALADOS
010240     COMPUTE WS-DIAS-ABERTO = WS-HOJE-INT
010250         - FUNCTION INTEGER-OF-DATE (ALR-DATA)
010260     IF ALR-DATA-ESCALADA = 0 THEN
010270         MOVE RUN-DATA TO ALR-DATA-ESCALADA
010280         REWRITE ALERTA-REC
010281             INVALID KEY
010282                 DISPLAY "TAREFA-44: ERRO A REGRAVAR O "
010283                     "AMLALR - ALERTA " ALR-ID
010284                     " - FS=" WS-FS-ALERTA
010285                 MOVE 16 TO RETURN-CODE
010286                 PERFORM 9100-TERMINA-ERRO THRU 9100-EXIT
010287         END-REWRITE
010290         ADD 1 TO WS-QTD-NOVOS-ESC
010300         MOVE "HOJE (NOVO)" TO WS-ESC-ESCALADO
010310     ELSE
010320         MOVE ALR-DATA-ESCALADA TO WS-ESC-ESCALADO
010330     END-IF
010340     MOVE ALR-ID TO WS-ESC-ID
010350     MOVE ALR-DATA TO WS-ESC-DATA
010360     MOVE ALR-REGRA TO WS-ESC-REGRA
010370     MOVE ALR-CONTA-NUM TO WS-ESC-CONTA
010380     MOVE ALR-NIF TO WS-ESC-NIF
010390     MOVE ALR-OPERADOR-MOV TO WS-ESC-OPER
010400     MOVE WS-DIAS-ABERTO TO WS-ESC-DIAS
010410     WRITE ESC-LINHA FROM WS-LINHA-ESCALADO.
010420 6100-EXIT.
010430     EXIT.
010440
010450******************************************************************
010460* 7000-FORMATA-VALOR-SINAL - edita WS-VALOR-A-FORMATAR (com
010470* sinal) para WS-VALOR-FMT, prefixando "- " quando negativo -
010480* mesma edicao da TAREFA-17.
010490******************************************************************
010500 7000-FORMATA-VALOR-SINAL.
010510     MOVE WS-VALOR-A-FORMATAR TO WS-EDIT-VALOR
010520     IF WS-VALOR-A-FORMATAR < 0 THEN
010530         MOVE FUNCTION CONCATENATE ("- ",
010540             FUNCTION TRIM (WS-EDIT-VALOR)) TO WS-VALOR-FMT
010550     ELSE
010560         MOVE FUNCTION TRIM (WS-EDIT-VALOR) TO WS-VALOR-FMT
010570     END-IF.
010580 7000-EXIT.
010590     EXIT.
010600
010610 8000-IMPRIME-RESUMO.
010620     MOVE SPACES TO RPT-LINHA
010630     WRITE RPT-LINHA
010640     MOVE WS-QTD-NL TO WS-TOT-NL
010650     MOVE WS-QTD-GX TO WS-TOT-GX
010660     MOVE WS-QTD-CS TO WS-TOT-CS
010670     MOVE WS-QTD-EO TO WS-TOT-EO
010680     WRITE RPT-LINHA FROM WS-LINHA-TOTAL
010690     MOVE WS-QTD-MOVIMENTOS TO WS-RES-MOVTOS
010700     MOVE WS-QTD-ALERTAS TO WS-RES-ALERTAS
010710     MOVE WS-QTD-ESCALADOS TO WS-RES-ESCALADOS
010720     DISPLAY WS-LINHA-RESUMO
010730     IF WS-QTD-ERROS > 0 THEN
010740         DISPLAY "TAREFA-44: " WS-QTD-ERROS
010750             " ALERTAS NAO GRAVADOS - VER MENSAGENS ACIMA"
010760         MOVE 4 TO RETURN-CODE
010770     END-IF.
010780 8000-EXIT.
010790     EXIT.
010800
010810 9100-TERMINA-ERRO.
010815     MOVE RETURN-CODE TO WS-RETORNO
010820     MOVE "E" TO RUN-FUNCAO
010830     CALL "RUNCTL" USING RUN-AREA
010835     MOVE WS-RETORNO TO RETURN-CODE
010840     STOP RUN.
010850 9100-EXIT.
010860     EXIT.
010870
010880 9999-FINALIZAR.
010890     CLOSE ALERTAS
010900     IF CLIENTE-ABERTO THEN
010910         CLOSE CLIENTE-MASTER
010920     END-IF
010930     CLOSE ALERTAS-RPT
010940     CLOSE ESCALAMENTO-RPT
010945     MOVE RETURN-CODE TO WS-RETORNO
010950     MOVE "F" TO RUN-FUNCAO
010960     CALL "RUNCTL" USING RUN-AREA
010965     MOVE WS-RETORNO TO RETURN-CODE.
010970 9999-EXIT.
010980     EXIT.
010990
011000 END PROGRAM TAREFA-44.
