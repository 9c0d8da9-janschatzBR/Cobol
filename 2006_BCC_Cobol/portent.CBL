000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    PORTENT.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  ENTRADA DOS PEDIDOS DE ATUALIZACAO CADASTRAL FEITOS PELO      *
000120*  ALUNO NO PORTAL ACADEMICO WEB (TROCA DE NOME, CORRECAO DE     *
000130*  IDADE). O PORTAL DEPOSITA O ARQUIVO DE PEDIDOS (PORTPED,      *
000140*  DELIMITADO POR ";" COMO O INTERF): CABECALHO "H", UM "D" POR  *
000150*  PEDIDO COM O IDENTIFICADOR DO PEDIDO NO PORTAL, TURMA, RA,    *
000160*  NOME E IDADE (CAMPO EM BRANCO NAO MUDA) E O FECHO "T" COM     *
000170*  QUANTIDADE E SOMA DOS RA. O LOTE SO E ACEITO SE O FECHO       *
000180*  CONFERIR. CADA PEDIDO E CONFERIDO CONTRA O MESTRE DE TURMAS   *
000190*  (TURMMST) E O DE ALUNOS (ALUNMST); OS VALIDOS VIRAM           *
000200*  MOVIMENTO "A" (ALTERACAO) NO LAYOUT DE ALUNOENT (PORTSAI,     *
000210*  CONCATENADO EM ALUNOENT NO DECK DADOS.JCL), COM O CADASTRO    *
000220*  ATUAL NOS CAMPOS QUE O ALUNO NAO PEDIU PARA MUDAR. O ARQUIVO  *
000230*  DE RESPOSTA (PORTRSP, NO MESMO FORMATO) DEVOLVE AO PORTAL A   *
000240*  SITUACAO DE CADA PEDIDO (A ACEITO / R RECUSADO) E O MOTIVO, E *
000250*  O RELATORIO (PORTREL) LISTA OS PEDIDOS COM OS TOTAIS.         *
000260*----------------------------------------------------------------*
000270*  HISTORICO DE ALTERACOES
000280*  DATA       AUTOR   DESCRICAO
000290*  2026-10-15 JMS     VERSAO ORIGINAL.
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     CONSOLE IS CONSOLE.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ARQ-PEDIDOS         ASSIGN TO PORTPED
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS STATUS-ARQ-PEDIDOS.
000400
000410     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000450         FILE STATUS IS STATUS-ARQ-MESTRE.
000460
000470     SELECT ARQ-TURMAS-MESTRE   ASSIGN TO TURMMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000510         FILE STATUS IS STATUS-ARQ-TURMAS.
000520
000530     SELECT ARQ-MOVIMENTOS      ASSIGN TO PORTSAI
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS STATUS-ARQ-MOVIMENTOS.
000560
000570     SELECT ARQ-RESPOSTA        ASSIGN TO PORTRSP
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS STATUS-ARQ-RESPOSTA.
000600
000610     SELECT ARQ-RELATORIO       ASSIGN TO PORTREL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS STATUS-ARQ-RELATORIO.
000640
000650*----------------------------------------------------------------*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ARQ-PEDIDOS
000690     LABEL RECORDS ARE STANDARD.
000700 01  REG-LINHA-PEDIDO            PIC X(80).
000710
000720 FD  ARQ-ALUNOS-MESTRE
000730     LABEL RECORDS ARE STANDARD.
000740 01  REG-ALUNO-MESTRE.
000750     COPY ESTUD  REPLACING CHAVE-ALUNO BY MST-CHAVE
000760                           TURMA BY MST-TURMA
000770                           RA BY MST-RA
000780                           NOME BY MST-NOME
000790                           SEXO BY MST-SEXO
000800                           IDADE BY MST-IDADE.
000810     COPY AJUSTE REPLACING RA-AJUSTADO BY MST-RA-AJUSTADO
000820                       IND-AJUSTE-APLICADO BY MST-IND-AJUSTE
000830                       AJUSTE-APLICADO BY MST-AJUST-APLIC
000840                       AJUSTE-NAO-APLICADO BY MST-AJUST-NAO-APL.
000850
000860 FD  ARQ-TURMAS-MESTRE
000870     LABEL RECORDS ARE STANDARD.
000880 01  REG-TURMA-MESTRE.
000890     COPY TURMC  REPLACING TRM-CODIGO BY TMS-CODIGO
000900                           TRM-NOME-CURSO BY TMS-NOME-CURSO
000910                           TRM-CAPACIDADE BY TMS-CAPACIDADE
000920                           TRM-SITUACAO BY TMS-SITUACAO
000930                           TRM-ABERTA BY TMS-ABERTA
000940                           TRM-FECHADA BY TMS-FECHADA.
000950
000960 FD  ARQ-MOVIMENTOS
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-ALUNO-SAIDA.
000990     COPY ESTUD.
001000     COPY TRANSC.
001010
001020 FD  ARQ-RESPOSTA
001030     LABEL RECORDS ARE STANDARD.
001040 01  REG-LINHA-RESPOSTA          PIC X(80).
001050
001060 FD  ARQ-RELATORIO
001070     LABEL RECORDS ARE STANDARD.
001080 01  REG-LINHA-RELATORIO         PIC X(132).
001090*----------------------------------------------------------------*
001100 WORKING-STORAGE SECTION.
001110*----------------------------------------------------------------*
001120*    CONSTANTES
001130*----------------------------------------------------------------*
001140 77  WS-MAX-PEDIDOS-LOTE         PIC 9(04) COMP VALUE 2000.
001150*----------------------------------------------------------------*
001160*    CHAVES (TURMA + RA) JA ACEITAS NESTE LOTE: UM SEGUNDO PEDIDO
001170*    PARA O MESMO ALUNO SERIA REJEITADO PELA CARGA COMO RA
001180*    DUPLICADO NO LOTE, ENTAO E RECUSADO JA AQUI, COM RESPOSTA AO
001190*    PORTAL. PASSANDO DO LIMITE, A CONFERENCIA PARA DE ANOTAR (COM
001200*    AVISO NO CONSOLE) E A CARGA FAZ A BARREIRA.
001210*----------------------------------------------------------------*
001220 01  TAB-PEDIDOS-LOTE.
001230     02  PLT OCCURS 2000 TIMES
001240             INDEXED BY PLT-IDX.
001250         05  PLT-TURMA               PIC X(04).
001260         05  PLT-RA                  PIC 9(06).
001270 01  QTD-PEDIDOS-LOTE            PIC 9(04) COMP VALUE 0.
001280*----------------------------------------------------------------*
001290*    CAMPOS DESMONTADOS DAS LINHAS DELIMITADAS
001300*----------------------------------------------------------------*
001310 01  WS-PED-TIPO                 PIC X(01) VALUE SPACE.
001320 01  WS-PED-ID                   PIC X(12) VALUE SPACES.
001330 01  WS-PED-TURMA                PIC X(04) VALUE SPACES.
001340 01  WS-PED-RA                   PIC X(06) VALUE SPACES.
001350 01  WS-PED-NOME                 PIC X(30) VALUE SPACES.
001360 01  WS-PED-IDADE                PIC X(02) VALUE SPACES.
001370 01  WS-PED-QTD                  PIC X(06) VALUE SPACES.
001380 01  WS-PED-SOMA                 PIC X(09) VALUE SPACES.
001390 01  WS-RA-NUM                   PIC 9(06) VALUE 0.
001400 01  WS-IDADE-NUM                PIC 9(02) VALUE 0.
001410 01  WS-NOME-NOVO                PIC X(30) VALUE SPACES.
001420 01  WS-IDADE-NOVA               PIC 9(02) VALUE 0.
001430 01  WS-SITUACAO-PEDIDO          PIC X(01) VALUE SPACE.
001440 01  WS-MOTIVO-PEDIDO            PIC X(40) VALUE SPACES.
001450*----------------------------------------------------------------*
001460*    FECHO "T" DO PORTAL E O QUE FOI APURADO NO LOTE
001470*----------------------------------------------------------------*
001480 01  WS-QTD-FECHO                PIC 9(06) VALUE 0.
001490 01  WS-SOMA-FECHO               PIC 9(09) VALUE 0.
001500 01  CONT-DETALHES-LOTE          PIC 9(06) COMP VALUE 0.
001510 01  SOMA-RA-LOTE                PIC 9(09) COMP VALUE 0.
001520*----------------------------------------------------------------*
001530*    CONTADORES DO PROCESSAMENTO DOS PEDIDOS
001540*----------------------------------------------------------------*
001550 01  CONT-PEDIDOS-LIDOS          PIC 9(06) COMP VALUE 0.
001560 01  CONT-ACEITOS                PIC 9(06) COMP VALUE 0.
001570 01  CONT-RECUSADOS              PIC 9(06) COMP VALUE 0.
001580 01  CONT-RESPOSTAS              PIC 9(06) COMP VALUE 0.
001590 01  SOMA-RA-RESPOSTA            PIC 9(09) COMP VALUE 0.
001600*----------------------------------------------------------------*
001610*    CAMPOS DE TRABALHO DA MONTAGEM DAS LINHAS DELIMITADAS
001620*----------------------------------------------------------------*
001630 01  WS-QTD-EDIT                 PIC 9(06) VALUE 0.
001640 01  WS-SOMA-EDIT                PIC 9(09) VALUE 0.
001650*----------------------------------------------------------------*
001660*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
001670*----------------------------------------------------------------*
001680 01  STATUS-ARQ-PEDIDOS          PIC X(02) VALUE "00".
001690 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
001700 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
001710 01  STATUS-ARQ-MOVIMENTOS       PIC X(02) VALUE "00".
001720 01  STATUS-ARQ-RESPOSTA         PIC X(02) VALUE "00".
001730 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
001740*----------------------------------------------------------------*
001750*    INDICADORES (CHAVES DE COMUTACAO)
001760*----------------------------------------------------------------*
001770 01  IND-FIM-PEDIDOS             PIC X(01) VALUE "N".
001780     88  FIM-ARQ-PEDIDOS             VALUE "S".
001790 01  IND-ACHOU-CABECALHO         PIC X(01) VALUE "N".
001800     88  ACHOU-CABECALHO             VALUE "S".
001810 01  IND-ACHOU-FECHO             PIC X(01) VALUE "N".
001820     88  ACHOU-FECHO                 VALUE "S".
001830 01  IND-LOTE-CONFERIDO          PIC X(01) VALUE "N".
001840     88  LOTE-CONFERIDO              VALUE "S".
001850 01  IND-PEDIDO-RECUSADO         PIC X(01) VALUE "N".
001860     88  PEDIDO-RECUSADO             VALUE "S".
001870 01  IND-ACHOU-PEDIDO-LOTE       PIC X(01) VALUE "N".
001880     88  ACHOU-PEDIDO-LOTE           VALUE "S".
001890 01  IND-AVISO-TABELA            PIC X(01) VALUE "N".
001900     88  AVISO-TABELA-DADO           VALUE "S".
001910*----------------------------------------------------------------*
001920*    IDENTIFICACAO DA EXECUCAO
001930*----------------------------------------------------------------*
001940 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001950 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001960*----------------------------------------------------------------*
001970*    LINHAS DO RELATORIO DOS PEDIDOS DO PORTAL
001980*----------------------------------------------------------------*
001990 01  WS-LINHA-CABECALHO.
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  CAB-TITULO              PIC X(40)
002020             VALUE "PEDIDOS DE ATUALIZACAO DO PORTAL".
002030     05  FILLER                  PIC X(08) VALUE SPACES.
002040     05  CAB-DATA                PIC 9(4)/99/99.
002050     05  FILLER                  PIC X(72) VALUE SPACES.
002060
002070 01  WS-LINHA-COLUNAS.
002080     05  FILLER                  PIC X(02) VALUE SPACES.
002090     05  COL-ID                  PIC X(14) VALUE "PEDIDO".
002100     05  COL-TURMA               PIC X(06) VALUE "TURMA".
002110     05  COL-RA                  PIC X(08) VALUE "RA".
002120     05  COL-NOME                PIC X(32) VALUE "NOME PEDIDO".
002130     05  COL-IDADE               PIC X(07) VALUE "IDADE".
002140     05  COL-SIT                 PIC X(05) VALUE "SIT".
002150     05  COL-MOTIVO              PIC X(40) VALUE "MOTIVO".
002160     05  FILLER                  PIC X(18) VALUE SPACES.
002170
002180 01  WS-LINHA-DETALHE.
002190     05  FILLER                  PIC X(02) VALUE SPACES.
002200     05  DET-ID                  PIC X(12).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  DET-TURMA               PIC X(04).
002230     05  FILLER                  PIC X(02) VALUE SPACES.
002240     05  DET-RA                  PIC X(06).
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  DET-NOME                PIC X(30).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  DET-IDADE               PIC X(02).
002290     05  FILLER                  PIC X(05) VALUE SPACES.
002300     05  DET-SIT                 PIC X(01).
002310     05  FILLER                  PIC X(04) VALUE SPACES.
002320     05  DET-MOTIVO              PIC X(40).
002330     05  FILLER                  PIC X(18) VALUE SPACES.
002340
002350 01  WS-LINHA-TOT-TITULO.
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  FILLER                  PIC X(40)
002380             VALUE "TOTAIS DE CONTROLE DOS PEDIDOS".
002390     05  FILLER                  PIC X(90) VALUE SPACES.
002400
002410 01  WS-LINHA-TOTAL.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  TOTL-DESCRICAO          PIC X(40).
002440     05  TOTL-VALOR              PIC Z(8)9.
002450     05  FILLER                  PIC X(81) VALUE SPACES.
002460
002470 01  WS-LINHA-AVISO.
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  AVI-TEXTO               PIC X(70).
002500     05  FILLER                  PIC X(60) VALUE SPACES.
002510
002520 01  WS-LINHA-RECONCILIACAO.
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  RCON-DESCRICAO          PIC X(56).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  RCON-STATUS             PIC X(10).
002570     05  FILLER                  PIC X(62) VALUE SPACES.
002580*----------------------------------------------------------------*
002590 PROCEDURE DIVISION.
002600*----------------------------------------------------------------*
002610 0000-MAINLINE.
002620     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
002630     PERFORM 2000-CONFERE-LOTE       THRU 2000-FIM.
002640     PERFORM 4000-PROCESSA-PEDIDOS   THRU 4000-FIM.
002650     PERFORM 6000-IMPRIME-TOTAIS     THRU 6000-FIM.
002660     PERFORM 9999-FINALIZA           THRU 9999-FIM.
002670     STOP RUN.
002680*----------------------------------------------------------------*
002690*    1000-INICIALIZACAO
002700*    ABRE OS ARQUIVOS, IMPRIME O CABECALHO DO RELATORIO E GRAVA O
002710*    CABECALHO "H" DA RESPOSTA AO PORTAL.
002720*----------------------------------------------------------------*
002730 1000-INICIALIZACAO.
002740     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002750     ACCEPT WS-JOB-ID FROM TIME.
002760     MOVE 0 TO QTD-PEDIDOS-LOTE CONT-DETALHES-LOTE SOMA-RA-LOTE
002770               CONT-PEDIDOS-LIDOS CONT-ACEITOS CONT-RECUSADOS
002780               CONT-RESPOSTAS SOMA-RA-RESPOSTA.
002790     MOVE "N" TO IND-FIM-PEDIDOS IND-ACHOU-CABECALHO
002800                 IND-ACHOU-FECHO IND-LOTE-CONFERIDO
002810                 IND-AVISO-TABELA.
002820     OPEN INPUT  ARQ-PEDIDOS.
002830     OPEN INPUT  ARQ-ALUNOS-MESTRE.
002840     OPEN INPUT  ARQ-TURMAS-MESTRE.
002850     OPEN OUTPUT ARQ-MOVIMENTOS.
002860     OPEN OUTPUT ARQ-RESPOSTA.
002870     OPEN OUTPUT ARQ-RELATORIO.
002880     IF STATUS-ARQ-PEDIDOS NOT = "00"
002890         DISPLAY "PORTENT: ERRO AO ABRIR PORTPED - STATUS "
002900                 STATUS-ARQ-PEDIDOS UPON CONSOLE
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     IF STATUS-ARQ-MESTRE NOT = "00"
002950         DISPLAY "PORTENT: ERRO AO ABRIR ALUNMST - STATUS "
002960                 STATUS-ARQ-MESTRE UPON CONSOLE
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     IF STATUS-ARQ-TURMAS NOT = "00"
003010         DISPLAY "PORTENT: ERRO AO ABRIR TURMMST - STATUS "
003020                 STATUS-ARQ-TURMAS UPON CONSOLE
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     IF STATUS-ARQ-MOVIMENTOS NOT = "00"
003070         DISPLAY "PORTENT: ERRO AO ABRIR PORTSAI - STATUS "
003080                 STATUS-ARQ-MOVIMENTOS UPON CONSOLE
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     IF STATUS-ARQ-RESPOSTA NOT = "00"
003130         DISPLAY "PORTENT: ERRO AO ABRIR PORTRSP - STATUS "
003140                 STATUS-ARQ-RESPOSTA UPON CONSOLE
003150         MOVE 16 TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     IF STATUS-ARQ-RELATORIO NOT = "00"
003190         DISPLAY "PORTENT: ERRO AO ABRIR PORTREL - STATUS "
003200                 STATUS-ARQ-RELATORIO UPON CONSOLE
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF.
003240     MOVE WS-DATA-HOJE TO CAB-DATA.
003250     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
003260     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
003270     MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO.
003280     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
003290     MOVE SPACES TO REG-LINHA-RESPOSTA.
003300     STRING "H" ";" WS-DATA-HOJE ";" WS-JOB-ID
003310         DELIMITED BY SIZE INTO REG-LINHA-RESPOSTA.
003320     WRITE REG-LINHA-RESPOSTA.
003330 1000-FIM.
003340     EXIT.
003350*----------------------------------------------------------------*
003360*    2000-CONFERE-LOTE
003370*    PRIMEIRA PASSAGEM NO ARQUIVO DE PEDIDOS, SO PARA CONTAR OS
003380*    "D", SOMAR OS RA E CAPTURAR O FECHO "T". O LOTE SO E
003390*    PROCESSADO SE A QUANTIDADE E A SOMA BATEREM COM O FECHO: UM
003400*    ARQUIVO TRUNCADO OU DUPLICADO NO CAMINHO NAO PODE VIRAR
003410*    MOVIMENTO DO MESTRE. O ARQUIVO E REABERTO PARA A SEGUNDA
003420*    PASSAGEM (4000).
003430*----------------------------------------------------------------*
003440 2000-CONFERE-LOTE.
003450     PERFORM 2100-LER-PROXIMO-PEDIDO THRU 2100-FIM.
003460     PERFORM 2200-CONFERE-UM-PEDIDO THRU 2200-FIM
003470         UNTIL FIM-ARQ-PEDIDOS.
003480     CLOSE ARQ-PEDIDOS.
003490     IF NOT ACHOU-CABECALHO
003500         DISPLAY "PORTENT: PORTPED SEM CABECALHO H" UPON CONSOLE
003510     END-IF.
003520     IF ACHOU-FECHO
003530        AND CONT-DETALHES-LOTE = WS-QTD-FECHO
003540        AND SOMA-RA-LOTE = WS-SOMA-FECHO
003550         MOVE "S" TO IND-LOTE-CONFERIDO
003560     ELSE
003570         DISPLAY "PORTENT: FECHO T NAO CONFERE - LOTE RECUSADO"
003580                 UPON CONSOLE
003590     END-IF.
003600     OPEN INPUT ARQ-PEDIDOS.
003610     IF STATUS-ARQ-PEDIDOS NOT = "00"
003620         DISPLAY "PORTENT: ERRO AO REABRIR PORTPED - STATUS "
003630                 STATUS-ARQ-PEDIDOS UPON CONSOLE
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF.
003670     MOVE "N" TO IND-FIM-PEDIDOS.
003680 2000-FIM.
003690     EXIT.
003700*----------------------------------------------------------------*
003710 2100-LER-PROXIMO-PEDIDO.
003720     READ ARQ-PEDIDOS
003730         AT END
003740             MOVE "S" TO IND-FIM-PEDIDOS
003750     END-READ.
003760 2100-FIM.
003770     EXIT.
003780*----------------------------------------------------------------*
003790 2200-CONFERE-UM-PEDIDO.
003800     MOVE SPACES TO WS-PED-TIPO WS-PED-ID WS-PED-TURMA WS-PED-RA.
003810     UNSTRING REG-LINHA-PEDIDO DELIMITED BY ";"
003820         INTO WS-PED-TIPO WS-PED-ID WS-PED-TURMA WS-PED-RA
003830     END-UNSTRING.
003840     IF WS-PED-TIPO = "H"
003850         MOVE "S" TO IND-ACHOU-CABECALHO
003860     END-IF.
003870     IF WS-PED-TIPO = "D"
003880         ADD 1 TO CONT-DETALHES-LOTE
003890         IF WS-PED-RA NUMERIC
003900             MOVE WS-PED-RA TO WS-RA-NUM
003910             ADD WS-RA-NUM TO SOMA-RA-LOTE
003920         END-IF
003930     END-IF.
003940     IF WS-PED-TIPO = "T"
003950         PERFORM 2300-TRATA-FECHO THRU 2300-FIM
003960     END-IF.
003970     PERFORM 2100-LER-PROXIMO-PEDIDO THRU 2100-FIM.
003980 2200-FIM.
003990     EXIT.
004000*----------------------------------------------------------------*
004010 2300-TRATA-FECHO.
004020     MOVE "S" TO IND-ACHOU-FECHO.
004030*    NO FECHO OS CAMPOS 2 E 3 SAO QUANTIDADE E SOMA, LARGURAS
004040*    DIFERENTES DAS DO DETALHE; A LINHA E DESMONTADA DE NOVO
004050*    DIRETO NOS CAMPOS DO FECHO.
004060     MOVE SPACES TO WS-PED-TIPO WS-PED-QTD WS-PED-SOMA.
004070     UNSTRING REG-LINHA-PEDIDO DELIMITED BY ";"
004080         INTO WS-PED-TIPO WS-PED-QTD WS-PED-SOMA
004090     END-UNSTRING.
004100     IF WS-PED-QTD NUMERIC
004110         MOVE WS-PED-QTD TO WS-QTD-FECHO
004120     END-IF.
004130     IF WS-PED-SOMA NUMERIC
004140         MOVE WS-PED-SOMA TO WS-SOMA-FECHO
004150     END-IF.
004160 2300-FIM.
004170     EXIT.
004180*----------------------------------------------------------------*
004190*    4000-PROCESSA-PEDIDOS
004200*    SEGUNDA PASSAGEM: CADA "D" E CONFERIDO E RESPONDIDO. COM O
004210*    LOTE RECUSADO NO FECHO, TODOS OS PEDIDOS SAO RESPONDIDOS COMO
004220*    RECUSADOS, PARA O PORTAL REENVIAR O LOTE INTEIRO.
004230*----------------------------------------------------------------*
004240 4000-PROCESSA-PEDIDOS.
004250     PERFORM 2100-LER-PROXIMO-PEDIDO THRU 2100-FIM.
004260     PERFORM 4100-TRATA-UMA-LINHA THRU 4100-FIM
004270         UNTIL FIM-ARQ-PEDIDOS.
004280 4000-FIM.
004290     EXIT.
004300*----------------------------------------------------------------*
004310 4100-TRATA-UMA-LINHA.
004320     MOVE SPACES TO WS-PED-TIPO WS-PED-ID WS-PED-TURMA WS-PED-RA
004330                    WS-PED-NOME WS-PED-IDADE.
004340     UNSTRING REG-LINHA-PEDIDO DELIMITED BY ";"
004350         INTO WS-PED-TIPO WS-PED-ID WS-PED-TURMA WS-PED-RA
004360              WS-PED-NOME WS-PED-IDADE
004370     END-UNSTRING.
004380     IF WS-PED-TIPO = "D"
004390         ADD 1 TO CONT-PEDIDOS-LIDOS
004400         PERFORM 4200-TRATA-UM-PEDIDO THRU 4200-FIM
004410     END-IF.
004420     PERFORM 2100-LER-PROXIMO-PEDIDO THRU 2100-FIM.
004430 4100-FIM.
004440     EXIT.
004450*----------------------------------------------------------------*
004460 4200-TRATA-UM-PEDIDO.
004470     MOVE "N" TO IND-PEDIDO-RECUSADO.
004480     MOVE SPACES TO WS-MOTIVO-PEDIDO.
004490     IF NOT LOTE-CONFERIDO
004500         MOVE "S" TO IND-PEDIDO-RECUSADO
004510         MOVE "LOTE RECUSADO - FECHO T NAO CONFERE"
004520             TO WS-MOTIVO-PEDIDO
004530         GO TO 4200-RESPONDE
004540     END-IF.
004550     PERFORM 4300-VALIDA-PEDIDO THRU 4300-FIM.
004560     IF PEDIDO-RECUSADO
004570         GO TO 4200-RESPONDE
004580     END-IF.
004590     PERFORM 4500-GRAVA-MOVIMENTO THRU 4500-FIM.
004600 4200-RESPONDE.
004610     PERFORM 5000-GRAVA-RESPOSTA THRU 5000-FIM.
004620 4200-FIM.
004630     EXIT.
004640*----------------------------------------------------------------*
004650*    4300-VALIDA-PEDIDO
004660*    O PEDIDO PRECISA TER IDENTIFICADOR, TURMA CADASTRADA E ABERTA
004670*    PARA MOVIMENTACAO (MESMA REGRA DA CARGA), RA DO MESTRE DE
004680*    ALUNOS NESSA TURMA E AO MENOS UM CAMPO QUE MUDE O CADASTRO.
004690*    O REGISTRO DO ALUNO LIDO FICA NA AREA DO MESTRE PARA COMPOR
004700*    O MOVIMENTO.
004710*----------------------------------------------------------------*
004720 4300-VALIDA-PEDIDO.
004730     IF WS-PED-ID = SPACES
004740         MOVE "S" TO IND-PEDIDO-RECUSADO
004750         MOVE "PEDIDO SEM IDENTIFICADOR DO PORTAL"
004760             TO WS-MOTIVO-PEDIDO
004770         GO TO 4300-FIM
004780     END-IF.
004790     IF WS-PED-TURMA = SPACES
004800         MOVE "S" TO IND-PEDIDO-RECUSADO
004810         MOVE "TURMA NAO INFORMADA" TO WS-MOTIVO-PEDIDO
004820         GO TO 4300-FIM
004830     END-IF.
004840     MOVE WS-PED-TURMA TO TMS-CODIGO OF REG-TURMA-MESTRE.
004850     READ ARQ-TURMAS-MESTRE
004860         INVALID KEY
004870             MOVE "S" TO IND-PEDIDO-RECUSADO
004880             MOVE "TURMA INEXISTENTE NO MESTRE DE TURMAS"
004890                 TO WS-MOTIVO-PEDIDO
004900     END-READ.
004910     IF PEDIDO-RECUSADO
004920         GO TO 4300-FIM
004930     END-IF.
004940     IF TMS-FECHADA OF REG-TURMA-MESTRE
004950         MOVE "S" TO IND-PEDIDO-RECUSADO
004960         MOVE "TURMA FECHADA PARA MOVIMENTACAO"
004970             TO WS-MOTIVO-PEDIDO
004980         GO TO 4300-FIM
004990     END-IF.
005000     IF WS-PED-RA NOT NUMERIC
005010         MOVE "S" TO IND-PEDIDO-RECUSADO
005020         MOVE "RA NAO NUMERICO" TO WS-MOTIVO-PEDIDO
005030         GO TO 4300-FIM
005040     END-IF.
005050     MOVE WS-PED-RA TO WS-RA-NUM.
005060     MOVE WS-PED-TURMA TO MST-TURMA OF REG-ALUNO-MESTRE.
005070     MOVE WS-RA-NUM    TO MST-RA OF REG-ALUNO-MESTRE.
005080     READ ARQ-ALUNOS-MESTRE
005090         INVALID KEY
005100             MOVE "S" TO IND-PEDIDO-RECUSADO
005110             MOVE "RA INEXISTENTE NA TURMA" TO WS-MOTIVO-PEDIDO
005120     END-READ.
005130     IF PEDIDO-RECUSADO
005140         GO TO 4300-FIM
005150     END-IF.
005160     IF WS-PED-NOME = SPACES
005170        AND WS-PED-IDADE = SPACES
005180         MOVE "S" TO IND-PEDIDO-RECUSADO
005190         MOVE "NENHUM CAMPO A ALTERAR INFORMADO"
005200             TO WS-MOTIVO-PEDIDO
005210         GO TO 4300-FIM
005220     END-IF.
005230     IF WS-PED-IDADE NOT = SPACES
005240        AND WS-PED-IDADE NOT NUMERIC
005250         MOVE "S" TO IND-PEDIDO-RECUSADO
005260         MOVE "IDADE NAO NUMERICA (2 DIGITOS)" TO WS-MOTIVO-PEDIDO
005270         GO TO 4300-FIM
005280     END-IF.
005290     MOVE MST-NOME OF REG-ALUNO-MESTRE  TO WS-NOME-NOVO.
005300     MOVE MST-IDADE OF REG-ALUNO-MESTRE TO WS-IDADE-NOVA.
005310     IF WS-PED-NOME NOT = SPACES
005320         MOVE WS-PED-NOME TO WS-NOME-NOVO
005330     END-IF.
005340     IF WS-PED-IDADE NOT = SPACES
005350         MOVE WS-PED-IDADE TO WS-IDADE-NUM
005360         IF WS-IDADE-NUM = 0
005370             MOVE "S" TO IND-PEDIDO-RECUSADO
005380             MOVE "IDADE ZERADA" TO WS-MOTIVO-PEDIDO
005390             GO TO 4300-FIM
005400         END-IF
005410         MOVE WS-IDADE-NUM TO WS-IDADE-NOVA
005420     END-IF.
005430     IF WS-NOME-NOVO = MST-NOME OF REG-ALUNO-MESTRE
005440        AND WS-IDADE-NOVA = MST-IDADE OF REG-ALUNO-MESTRE
005450         MOVE "S" TO IND-PEDIDO-RECUSADO
005460         MOVE "DADOS IGUAIS AO CADASTRO - NADA A ALTERAR"
005470             TO WS-MOTIVO-PEDIDO
005480         GO TO 4300-FIM
005490     END-IF.
005500     PERFORM 4400-PROCURA-PEDIDO-LOTE THRU 4400-FIM.
005510     IF ACHOU-PEDIDO-LOTE
005520         MOVE "S" TO IND-PEDIDO-RECUSADO
005530         MOVE "OUTRO PEDIDO DO ALUNO JA ACEITO NO LOTE"
005540             TO WS-MOTIVO-PEDIDO
005550     END-IF.
005560 4300-FIM.
005570     EXIT.
005580*----------------------------------------------------------------*
005590 4400-PROCURA-PEDIDO-LOTE.
005600     MOVE "N" TO IND-ACHOU-PEDIDO-LOTE.
005610     IF QTD-PEDIDOS-LOTE > 0
005620         PERFORM 4410-COMPARA-UM-PEDIDO THRU 4410-FIM
005630             VARYING PLT-IDX FROM 1 BY 1
005640                 UNTIL PLT-IDX > QTD-PEDIDOS-LOTE
005650                    OR ACHOU-PEDIDO-LOTE
005660     END-IF.
005670 4400-FIM.
005680     EXIT.
005690*----------------------------------------------------------------*
005700 4410-COMPARA-UM-PEDIDO.
005710     IF PLT-TURMA(PLT-IDX) = WS-PED-TURMA
005720        AND PLT-RA(PLT-IDX) = WS-RA-NUM
005730         MOVE "S" TO IND-ACHOU-PEDIDO-LOTE
005740     END-IF.
005750 4410-FIM.
005760     EXIT.
005770*----------------------------------------------------------------*
005780 4420-ANOTA-PEDIDO-LOTE.
005790     IF QTD-PEDIDOS-LOTE < WS-MAX-PEDIDOS-LOTE
005800         ADD 1 TO QTD-PEDIDOS-LOTE
005810         SET PLT-IDX TO QTD-PEDIDOS-LOTE
005820         MOVE WS-PED-TURMA TO PLT-TURMA(PLT-IDX)
005830         MOVE WS-RA-NUM    TO PLT-RA(PLT-IDX)
005840     ELSE
005850         IF NOT AVISO-TABELA-DADO
005860             DISPLAY "PORTENT: LOTE EXCEDE A TABELA DE PEDIDOS - "
005870                     "DUPLICIDADE FICA A CARGO DA CARGA"
005880                     UPON CONSOLE
005890             MOVE "S" TO IND-AVISO-TABELA
005900         END-IF
005910     END-IF.
005920 4420-FIM.
005930     EXIT.
005940*----------------------------------------------------------------*
005950*    4500-GRAVA-MOVIMENTO
005960*    GRAVA O MOVIMENTO DE ALTERACAO NO LAYOUT DE ALUNOENT: NOME E
005970*    IDADE PEDIDOS (OU OS DO CADASTRO, QUANDO O CAMPO VEIO EM
005980*    BRANCO) E O SEXO DO CADASTRO, JA QUE A ALTERACAO DA CARGA
005990*    REGRAVA OS TRES CAMPOS.
006000*----------------------------------------------------------------*
006010 4500-GRAVA-MOVIMENTO.
006020     MOVE WS-PED-TURMA  TO TURMA OF REG-ALUNO-SAIDA.
006030     MOVE WS-RA-NUM     TO RA    OF REG-ALUNO-SAIDA.
006040     MOVE WS-NOME-NOVO  TO NOME  OF REG-ALUNO-SAIDA.
006050     MOVE MST-SEXO OF REG-ALUNO-MESTRE TO SEXO OF REG-ALUNO-SAIDA.
006060     MOVE WS-IDADE-NOVA TO IDADE OF REG-ALUNO-SAIDA.
006070     MOVE "A"    TO TIPO-TRANSACAO OF REG-ALUNO-SAIDA.
006080     MOVE SPACES TO RA-NOVO OF REG-ALUNO-SAIDA.
006090     WRITE REG-ALUNO-SAIDA.
006100     PERFORM 4420-ANOTA-PEDIDO-LOTE THRU 4420-FIM.
006110     MOVE "ENCAMINHADO PARA A CARGA DE ALUNOS"
006120         TO WS-MOTIVO-PEDIDO.
006130 4500-FIM.
006140     EXIT.
006150*----------------------------------------------------------------*
006160*    5000-GRAVA-RESPOSTA
006170*    UM "D" NA RESPOSTA AO PORTAL E UMA LINHA NO RELATORIO PARA
006180*    CADA PEDIDO, ACEITO OU RECUSADO.
006190*----------------------------------------------------------------*
006200 5000-GRAVA-RESPOSTA.
006210     IF PEDIDO-RECUSADO
006220         MOVE "R" TO WS-SITUACAO-PEDIDO
006230         ADD 1 TO CONT-RECUSADOS
006240     ELSE
006250         MOVE "A" TO WS-SITUACAO-PEDIDO
006260         ADD 1 TO CONT-ACEITOS
006270     END-IF.
006280     MOVE SPACES TO REG-LINHA-RESPOSTA.
006290     STRING "D" ";"
006300            WS-PED-ID ";"
006310            WS-PED-TURMA ";"
006320            WS-PED-RA ";"
006330            WS-SITUACAO-PEDIDO ";"
006340            WS-MOTIVO-PEDIDO
006350         DELIMITED BY SIZE INTO REG-LINHA-RESPOSTA.
006360     WRITE REG-LINHA-RESPOSTA.
006370     ADD 1 TO CONT-RESPOSTAS.
006380     IF WS-PED-RA NUMERIC
006390         MOVE WS-PED-RA TO WS-RA-NUM
006400         ADD WS-RA-NUM TO SOMA-RA-RESPOSTA
006410     END-IF.
006420     MOVE SPACES TO WS-LINHA-DETALHE.
006430     MOVE WS-PED-ID          TO DET-ID.
006440     MOVE WS-PED-TURMA       TO DET-TURMA.
006450     MOVE WS-PED-RA          TO DET-RA.
006460     MOVE WS-PED-NOME        TO DET-NOME.
006470     MOVE WS-PED-IDADE       TO DET-IDADE.
006480     MOVE WS-SITUACAO-PEDIDO TO DET-SIT.
006490     MOVE WS-MOTIVO-PEDIDO   TO DET-MOTIVO.
006500     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
006510     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006520 5000-FIM.
006530     EXIT.
006540*----------------------------------------------------------------*
006550*    6000-IMPRIME-TOTAIS
006560*    GRAVA O FECHO "T" DA RESPOSTA (QUANTIDADE E SOMA DOS RA
006570*    RESPONDIDOS, PARA O PORTAL CONFERIR) E IMPRIME OS TOTAIS E A
006580*    CONFERENCIA DO LOTE. LOTE RECUSADO NO FECHO TERMINA COM RC=8;
006590*    PEDIDO RECUSADO OU LOTE SEM CABECALHO, COM RC=4.
006600*----------------------------------------------------------------*
006610 6000-IMPRIME-TOTAIS.
006620     MOVE CONT-RESPOSTAS   TO WS-QTD-EDIT.
006630     MOVE SOMA-RA-RESPOSTA TO WS-SOMA-EDIT.
006640     MOVE SPACES TO REG-LINHA-RESPOSTA.
006650     STRING "T" ";" WS-QTD-EDIT ";" WS-SOMA-EDIT
006660         DELIMITED BY SIZE INTO REG-LINHA-RESPOSTA.
006670     WRITE REG-LINHA-RESPOSTA.
006680     MOVE SPACES TO REG-LINHA-RELATORIO.
006690     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
006700     MOVE WS-LINHA-TOT-TITULO TO REG-LINHA-RELATORIO.
006710     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006720     MOVE SPACES TO WS-LINHA-TOTAL.
006730     MOVE "REGISTROS D NO FECHO T ..........:" TO TOTL-DESCRICAO.
006740     MOVE WS-QTD-FECHO TO TOTL-VALOR.
006750     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006760     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006770     MOVE SPACES TO WS-LINHA-TOTAL.
006780     MOVE "PEDIDOS LIDOS ...................:" TO TOTL-DESCRICAO.
006790     MOVE CONT-PEDIDOS-LIDOS TO TOTL-VALOR.
006800     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006810     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006820     MOVE SPACES TO WS-LINHA-TOTAL.
006830     MOVE "ACEITOS (MOVIMENTO GRAVADO) .....:" TO TOTL-DESCRICAO.
006840     MOVE CONT-ACEITOS TO TOTL-VALOR.
006850     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006860     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006870     MOVE SPACES TO WS-LINHA-TOTAL.
006880     MOVE "RECUSADOS .......................:" TO TOTL-DESCRICAO.
006890     MOVE CONT-RECUSADOS TO TOTL-VALOR.
006900     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006910     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006920     MOVE SPACES TO WS-LINHA-TOTAL.
006930     MOVE "RESPOSTAS GRAVADAS (PORTRSP) ....:" TO TOTL-DESCRICAO.
006940     MOVE CONT-RESPOSTAS TO TOTL-VALOR.
006950     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006960     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006970     MOVE SPACES TO REG-LINHA-RELATORIO.
006980     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006990     IF LOTE-CONFERIDO
007000         MOVE "OK"         TO RCON-STATUS
007010     ELSE
007020         MOVE "DIVERGENTE" TO RCON-STATUS
007030     END-IF.
007040     MOVE SPACES TO RCON-DESCRICAO.
007050     MOVE "CONFERENCIA LOTE X FECHO T DO PORTAL (QTD E SOMA):"
007060         TO RCON-DESCRICAO.
007070     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
007080     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007090     IF NOT LOTE-CONFERIDO
007100         MOVE SPACES TO WS-LINHA-AVISO
007110         MOVE "LOTE RECUSADO - NENHUM MOVIMENTO GRAVADO"
007120             TO AVI-TEXTO
007130         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
007140         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
007150         MOVE 8 TO RETURN-CODE
007160         GO TO 6000-FIM
007170     END-IF.
007180     IF NOT ACHOU-CABECALHO
007190         MOVE SPACES TO WS-LINHA-AVISO
007200         MOVE "ARQUIVO DE PEDIDOS SEM CABECALHO H" TO AVI-TEXTO
007210         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
007220         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
007230     END-IF.
007240     IF CONT-RECUSADOS > 0
007250        OR NOT ACHOU-CABECALHO
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
007280 6000-FIM.
007290     EXIT.
007300*----------------------------------------------------------------*
007310 9999-FINALIZA.
007320     CLOSE ARQ-PEDIDOS.
007330     CLOSE ARQ-ALUNOS-MESTRE.
007340     CLOSE ARQ-TURMAS-MESTRE.
007350     CLOSE ARQ-MOVIMENTOS.
007360     CLOSE ARQ-RESPOSTA.
007370     CLOSE ARQ-RELATORIO.
007380     DISPLAY "PORTENT: " CONT-ACEITOS " ACEITOS, "
007390             CONT-RECUSADOS " RECUSADOS" UPON CONSOLE.
007400 9999-FIM.
007410     EXIT.
