000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    CARGPER.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  CARGA DO CALENDARIO DE PERIODOS LETIVOS (PERIMST). LE O       *
000120*  MOVIMENTO DE PERIODOS (PERIENT, COPIA PERIC), VALIDA CADA     *
000130*  REGISTRO (CODIGO INFORMADO, DATAS NUMERICAS COM INICIO ATE O  *
000140*  FIM, SITUACAO A, E OU F) E GRAVA O CALENDARIO, INDEXADO PELO  *
000150*  CODIGO. PERIODO NOVO E INCLUIDO; PERIODO JA CADASTRADO E      *
000160*  REGRAVADO COM OS VALORES NOVOS. PERIODO JA FECHADO PELO       *
000170*  FECHAMENTO (FECHPER) SO PODE SER ALTERADO (REABERTO OU COM    *
000180*  AS DATAS CORRIGIDAS) COM UM CARTAO DE LIBERACAO PARA ELE EM   *
000190*  PERIPARM (COPIA PERPRM); SEM O CARTAO O MOVIMENTO E           *
000200*  REJEITADO. TODA LIBERACAO USADA SAI NO RELATORIO DE CONTROLE  *
000210*  DA CARGA (PERICTL), COM O RESPONSAVEL E O MOTIVO, JUNTO COM   *
000220*  OS TOTAIS DE CONTROLE. REGISTRO INVALIDO VAI PARA O ARQUIVO   *
000230*  DE REJEITOS (PERIREJ) COM O MOTIVO, NO MESMO ESQUEMA DAS      *
000240*  DEMAIS CARGAS.                                                *
000250*----------------------------------------------------------------*
000260*  HISTORICO DE ALTERACOES
000270*  DATA       AUTOR   DESCRICAO
000280*  2026-10-15 JMS     VERSAO ORIGINAL.
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     CONSOLE IS CONSOLE.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-PERIODOS-ENTRADA ASSIGN TO PERIENT
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS STATUS-ARQ-ENTRADA.
000390
000400     SELECT ARQ-PERIODOS-MESTRE  ASSIGN TO PERIMST
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000440         FILE STATUS IS STATUS-ARQ-MESTRE.
000450
000460     SELECT ARQ-PARAMETROS       ASSIGN TO PERIPARM
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS STATUS-ARQ-PARAMETROS.
000490
000500     SELECT ARQ-REJEITOS         ASSIGN TO PERIREJ
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS STATUS-ARQ-REJEITOS.
000530
000540     SELECT ARQ-RELATORIO        ASSIGN TO PERICTL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS STATUS-ARQ-RELATORIO.
000570
000580*----------------------------------------------------------------*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ARQ-PERIODOS-ENTRADA
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-PERIODO-ENTRADA.
000640     COPY PERIC.
000650
000660 FD  ARQ-PERIODOS-MESTRE
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-PERIODO-MESTRE.
000690     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
000700                           PER-DATA-INICIO BY PMS-DATA-INICIO
000710                           PER-DATA-FIM BY PMS-DATA-FIM
000720                           PER-SITUACAO BY PMS-SITUACAO
000730                           PER-ABERTO BY PMS-ABERTO
000740                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
000750                           PER-FECHADO BY PMS-FECHADO
000760                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
000770
000780 FD  ARQ-PARAMETROS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-PARAMETRO.
000810     COPY PERPRM.
000820
000830 FD  ARQ-REJEITOS
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-PERIODO-REJEITADO.
000860     05  PRJ-CODIGO              PIC X(06).
000870     05  PRJ-DATA-INICIO         PIC X(08).
000880     05  PRJ-DATA-FIM            PIC X(08).
000890     05  PRJ-SITUACAO            PIC X(01).
000900     05  PRJ-MOTIVO              PIC X(40).
000910
000920 FD  ARQ-RELATORIO
000930     LABEL RECORDS ARE STANDARD.
000940 01  REG-LINHA-RELATORIO         PIC X(132).
000950*----------------------------------------------------------------*
000960 WORKING-STORAGE SECTION.
000970*----------------------------------------------------------------*
000980*    CONSTANTES
000990*----------------------------------------------------------------*
001000 77  WS-MAX-LIBERACOES           PIC 9(02) COMP VALUE 20.
001010*----------------------------------------------------------------*
001020*    TABELA DOS CARTOES DE LIBERACAO DE PERIODO FECHADO
001030*----------------------------------------------------------------*
001040 01  TAB-LIBERACOES.
001050     02  LIB OCCURS 20 TIMES
001060             INDEXED BY LIB-IDX.
001070         05  LIB-PERIODO             PIC X(06).
001080         05  LIB-AUTORIZADO-POR      PIC X(20).
001090         05  LIB-MOTIVO              PIC X(40).
001100         05  LIB-IND-USADA           PIC X(01).
001110             88  LIB-USADA               VALUE "S".
001120 01  QTD-LIBERACOES              PIC 9(02) COMP VALUE 0.
001130*----------------------------------------------------------------*
001140*    CONTADORES DA CARGA DE PERIODOS
001150*----------------------------------------------------------------*
001160 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
001170 01  CONT-INCLUIDOS              PIC 9(06) COMP VALUE 0.
001180 01  CONT-REGRAVADOS             PIC 9(06) COMP VALUE 0.
001190 01  CONT-REJEITADOS             PIC 9(06) COMP VALUE 0.
001200 01  CONT-CARTOES-LIDOS          PIC 9(06) COMP VALUE 0.
001210 01  CONT-CARTOES-INVALIDOS      PIC 9(06) COMP VALUE 0.
001220 01  CONT-LIBERACOES-USADAS      PIC 9(06) COMP VALUE 0.
001230 01  CONT-LIBERACOES-SOBRA       PIC 9(06) COMP VALUE 0.
001240 01  WS-TOTAL-CONFERENCIA        PIC 9(06) COMP VALUE 0.
001250 01  WS-STATUS-CONFERENCIA       PIC X(10) VALUE SPACES.
001260*----------------------------------------------------------------*
001270*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
001280*----------------------------------------------------------------*
001290 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
001300 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
001310 01  STATUS-ARQ-PARAMETROS       PIC X(02) VALUE "00".
001320 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
001330 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
001340*----------------------------------------------------------------*
001350*    INDICADORES (CHAVES DE COMUTACAO)
001360*----------------------------------------------------------------*
001370 01  IND-FIM-ENTRADA             PIC X(01) VALUE "N".
001380     88  FIM-ARQ-ENTRADA             VALUE "S".
001390 01  IND-FIM-PARAMETROS          PIC X(01) VALUE "N".
001400     88  FIM-ARQ-PARAMETROS          VALUE "S".
001410 01  IND-REGISTRO-REJEITADO      PIC X(01) VALUE "N".
001420     88  REGISTRO-REJEITADO          VALUE "S".
001430 01  IND-ACHOU-PERIODO           PIC X(01) VALUE "N".
001440     88  ACHOU-PERIODO               VALUE "S".
001450 01  IND-ACHOU-LIBERACAO         PIC X(01) VALUE "N".
001460     88  ACHOU-LIBERACAO             VALUE "S".
001470 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
001480 01  WS-MOTIVO-CARTAO            PIC X(40) VALUE SPACES.
001490 01  WS-SITUACAO-ANTERIOR        PIC X(01) VALUE SPACE.
001500*----------------------------------------------------------------*
001510*    IDENTIFICACAO DA EXECUCAO
001520*----------------------------------------------------------------*
001530 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001540*----------------------------------------------------------------*
001550*    LINHAS DO RELATORIO DE CONTROLE (PERICTL)
001560*----------------------------------------------------------------*
001570 01  WS-LINHA-CABECALHO.
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  CAB-TITULO              PIC X(48)
001600             VALUE "CONTROLE DA CARGA DO CALENDARIO DE PERIODOS".
001610     05  FILLER                  PIC X(08) VALUE SPACES.
001620     05  CAB-DATA                PIC 9(4)/99/99.
001630     05  FILLER                  PIC X(64) VALUE SPACES.
001640
001650 01  WS-LINHA-TITULO.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  TIT-TEXTO               PIC X(60).
001680     05  FILLER                  PIC X(70) VALUE SPACES.
001690
001700 01  WS-LINHA-LIBERACAO.
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  LBD-LIT-PERIODO         PIC X(08) VALUE "PERIODO ".
001730     05  LBD-PERIODO             PIC X(06).
001740     05  FILLER                  PIC X(03) VALUE SPACES.
001750     05  LBD-LIT-SITUACAO        PIC X(09) VALUE "SITUACAO ".
001760     05  LBD-SITUACAO-ANTERIOR   PIC X(01).
001770     05  LBD-LIT-SETA            PIC X(04) VALUE " -> ".
001780     05  LBD-SITUACAO-NOVA       PIC X(01).
001790     05  FILLER                  PIC X(03) VALUE SPACES.
001800     05  LBD-AUTORIZADO-POR      PIC X(20).
001810     05  FILLER                  PIC X(02) VALUE SPACES.
001820     05  LBD-MOTIVO              PIC X(40).
001830     05  FILLER                  PIC X(33) VALUE SPACES.
001840
001850 01  WS-LINHA-AVISO.
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  AVI-TEXTO               PIC X(70).
001880     05  FILLER                  PIC X(60) VALUE SPACES.
001890
001900 01  WS-LINHA-TOTAL.
001910     05  FILLER                  PIC X(02) VALUE SPACES.
001920     05  TOTL-DESCRICAO          PIC X(40).
001930     05  TOTL-VALOR              PIC Z(8)9.
001940     05  FILLER                  PIC X(81) VALUE SPACES.
001950
001960 01  WS-LINHA-RECONCILIACAO.
001970     05  FILLER                  PIC X(02) VALUE SPACES.
001980     05  RCON-DESCRICAO          PIC X(56).
001990     05  FILLER                  PIC X(02) VALUE SPACES.
002000     05  RCON-STATUS             PIC X(10).
002010     05  FILLER                  PIC X(62) VALUE SPACES.
002020
002030 01  WS-MSG-CONF-CONTAGEM        PIC X(56) VALUE
002040      "CONFERENCIA LIDOS = INCLUIDOS + REGRAVADOS + REJEITADOS:".
002050*----------------------------------------------------------------*
002060 PROCEDURE DIVISION.
002070*----------------------------------------------------------------*
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
002100     PERFORM 2000-CARREGA-LIBERACOES THRU 2000-FIM.
002110     PERFORM 4000-PROCESSA-ENTRADA   THRU 4000-FIM.
002120     PERFORM 8000-TOTAIS-CONTROLE    THRU 8000-FIM.
002130     PERFORM 9999-FINALIZA           THRU 9999-FIM.
002140     STOP RUN.
002150*----------------------------------------------------------------*
002160*    1000-INICIALIZACAO
002170*    ABRE OS ARQUIVOS DA CARGA DO CALENDARIO. O CALENDARIO E
002180*    ABERTO EM I-O; SE AINDA NAO EXISTIR (PRIMEIRA CARGA), E
002190*    CRIADO VAZIO, NO MESMO ESQUEMA DAS DEMAIS CARGAS. OS
002200*    CARTOES DE LIBERACAO SAO OPCIONAIS (STATUS 35 = NENHUM).
002210*----------------------------------------------------------------*
002220 1000-INICIALIZACAO.
002230     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002240     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
002250               CONT-REJEITADOS CONT-CARTOES-LIDOS
002260               CONT-CARTOES-INVALIDOS CONT-LIBERACOES-USADAS
002270               CONT-LIBERACOES-SOBRA QTD-LIBERACOES.
002280     MOVE "N" TO IND-FIM-ENTRADA IND-FIM-PARAMETROS.
002290     OPEN INPUT  ARQ-PERIODOS-ENTRADA.
002300     OPEN OUTPUT ARQ-REJEITOS.
002310     OPEN OUTPUT ARQ-RELATORIO.
002320     OPEN I-O    ARQ-PERIODOS-MESTRE.
002330     IF STATUS-ARQ-MESTRE = "35"
002340         OPEN OUTPUT ARQ-PERIODOS-MESTRE
002350         CLOSE ARQ-PERIODOS-MESTRE
002360         OPEN I-O ARQ-PERIODOS-MESTRE
002370     END-IF.
002380     IF STATUS-ARQ-ENTRADA NOT = "00"
002390         DISPLAY "CARGPER: ERRO AO ABRIR PERIENT - STATUS "
002400                 STATUS-ARQ-ENTRADA UPON CONSOLE
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF.
002440     IF STATUS-ARQ-MESTRE NOT = "00"
002450         DISPLAY "CARGPER: ERRO AO ABRIR PERIMST - STATUS "
002460                 STATUS-ARQ-MESTRE UPON CONSOLE
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500     IF STATUS-ARQ-REJEITOS NOT = "00"
002510         DISPLAY "CARGPER: ERRO AO ABRIR PERIREJ - STATUS "
002520                 STATUS-ARQ-REJEITOS UPON CONSOLE
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     IF STATUS-ARQ-RELATORIO NOT = "00"
002570         DISPLAY "CARGPER: ERRO AO ABRIR PERICTL - STATUS "
002580                 STATUS-ARQ-RELATORIO UPON CONSOLE
002590         MOVE 16 TO RETURN-CODE
002600         STOP RUN
002610     END-IF.
002620     OPEN INPUT  ARQ-PARAMETROS.
002630     IF STATUS-ARQ-PARAMETROS = "35"
002640         MOVE "S" TO IND-FIM-PARAMETROS
002650     ELSE
002660         IF STATUS-ARQ-PARAMETROS NOT = "00"
002670             DISPLAY "CARGPER: ERRO AO ABRIR PERIPARM - STATUS "
002680                     STATUS-ARQ-PARAMETROS UPON CONSOLE
002690             MOVE 16 TO RETURN-CODE
002700             STOP RUN
002710         END-IF
002720     END-IF.
002730     MOVE WS-DATA-HOJE TO CAB-DATA.
002740     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
002750     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
002760 1000-FIM.
002770     EXIT.
002780*----------------------------------------------------------------*
002790*    2000-CARREGA-LIBERACOES
002800*    LE OS CARTOES DE LIBERACAO PARA A TABELA. CARTAO SEM
002810*    PERIODO OU SEM RESPONSAVEL, OU ALEM DA TABELA, E APONTADO
002820*    NO RELATORIO E DESPREZADO. AO FINAL ABRE A SECAO DO
002830*    RELATORIO ONDE CADA LIBERACAO USADA E LISTADA.
002840*----------------------------------------------------------------*
002850 2000-CARREGA-LIBERACOES.
002860     IF NOT FIM-ARQ-PARAMETROS
002870         PERFORM 2100-LER-PROXIMO-CARTAO THRU 2100-FIM
002880         PERFORM 2200-CARREGA-UM-CARTAO THRU 2200-FIM
002890             UNTIL FIM-ARQ-PARAMETROS
002900         CLOSE ARQ-PARAMETROS
002910     END-IF.
002920     MOVE SPACES TO WS-LINHA-TITULO.
002930     MOVE "LIBERACOES DE PERIODO FECHADO UTILIZADAS (PERIPARM)"
002940         TO TIT-TEXTO.
002950     MOVE WS-LINHA-TITULO TO REG-LINHA-RELATORIO.
002960     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
002970     MOVE SPACES TO REG-LINHA-RELATORIO.
002980     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
002990 2000-FIM.
003000     EXIT.
003010*----------------------------------------------------------------*
003020 2100-LER-PROXIMO-CARTAO.
003030     READ ARQ-PARAMETROS
003040         AT END
003050             MOVE "S" TO IND-FIM-PARAMETROS
003060         NOT AT END
003070             ADD 1 TO CONT-CARTOES-LIDOS
003080     END-READ.
003090 2100-FIM.
003100     EXIT.
003110*----------------------------------------------------------------*
003120 2200-CARREGA-UM-CARTAO.
003130     IF PER-PRM-PERIODO = SPACES
003140        OR PER-PRM-AUTORIZADO-POR = SPACES
003150         MOVE "PERIODO OU RESPONSAVEL NAO INFORMADO"
003160             TO WS-MOTIVO-CARTAO
003170         PERFORM 2300-APONTA-CARTAO-INVALIDO THRU 2300-FIM
003180         GO TO 2200-LEITURA
003190     END-IF.
003200     IF QTD-LIBERACOES >= WS-MAX-LIBERACOES
003210         MOVE "TABELA DE LIBERACOES CHEIA" TO WS-MOTIVO-CARTAO
003220         PERFORM 2300-APONTA-CARTAO-INVALIDO THRU 2300-FIM
003230         GO TO 2200-LEITURA
003240     END-IF.
003250     ADD 1 TO QTD-LIBERACOES.
003260     SET LIB-IDX TO QTD-LIBERACOES.
003270     MOVE PER-PRM-PERIODO        TO LIB-PERIODO(LIB-IDX).
003280     MOVE PER-PRM-AUTORIZADO-POR TO LIB-AUTORIZADO-POR(LIB-IDX).
003290     MOVE PER-PRM-MOTIVO         TO LIB-MOTIVO(LIB-IDX).
003300     MOVE "N" TO LIB-IND-USADA(LIB-IDX).
003310 2200-LEITURA.
003320     PERFORM 2100-LER-PROXIMO-CARTAO THRU 2100-FIM.
003330 2200-FIM.
003340     EXIT.
003350*----------------------------------------------------------------*
003360 2300-APONTA-CARTAO-INVALIDO.
003370     ADD 1 TO CONT-CARTOES-INVALIDOS.
003380     MOVE SPACES TO WS-LINHA-AVISO.
003390     STRING "CARTAO DE LIBERACAO INVALIDO " PER-PRM-PERIODO
003400            " - " WS-MOTIVO-CARTAO
003410         DELIMITED BY SIZE INTO AVI-TEXTO.
003420     MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO.
003430     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003440 2300-FIM.
003450     EXIT.
003460*----------------------------------------------------------------*
003470 4000-PROCESSA-ENTRADA.
003480     PERFORM 4100-LER-PROXIMO-PERIODO THRU 4100-FIM.
003490     PERFORM 4200-PROCESSA-UM-PERIODO THRU 4200-FIM
003500         UNTIL FIM-ARQ-ENTRADA.
003510 4000-FIM.
003520     EXIT.
003530*----------------------------------------------------------------*
003540 4100-LER-PROXIMO-PERIODO.
003550     READ ARQ-PERIODOS-ENTRADA
003560         AT END
003570             MOVE "S" TO IND-FIM-ENTRADA
003580         NOT AT END
003590             ADD 1 TO CONT-LIDOS
003600     END-READ.
003610 4100-FIM.
003620     EXIT.
003630*----------------------------------------------------------------*
003640*    4200-PROCESSA-UM-PERIODO
003650*    PERIODO NOVO E INCLUIDO; PERIODO EXISTENTE E REGRAVADO, MAS
003660*    SE JA ESTIVER FECHADO SO COM CARTAO DE LIBERACAO (4240).
003670*----------------------------------------------------------------*
003680 4200-PROCESSA-UM-PERIODO.
003690     MOVE "N" TO IND-REGISTRO-REJEITADO.
003700     MOVE "N" TO IND-ACHOU-LIBERACAO.
003710     PERFORM 4210-VALIDA-PERIODO THRU 4210-FIM.
003720     IF NOT REGISTRO-REJEITADO
003730         PERFORM 4230-LOCALIZA-PERIODO THRU 4230-FIM
003740         IF ACHOU-PERIODO
003750            AND PMS-FECHADO OF REG-PERIODO-MESTRE
003760             PERFORM 4240-PROCURA-LIBERACAO THRU 4240-FIM
003770             IF NOT ACHOU-LIBERACAO
003780                 MOVE "S" TO IND-REGISTRO-REJEITADO
003790                 MOVE "PERIODO FECHADO - SEM CARTAO DE LIBERACAO"
003800                     TO MOTIVO-REJEICAO
003810             END-IF
003820         END-IF
003830     END-IF.
003840     IF REGISTRO-REJEITADO
003850         PERFORM 4300-REJEITA-PERIODO THRU 4300-FIM
003860     ELSE
003870         IF ACHOU-PERIODO
003880             PERFORM 4270-REGRAVA-PERIODO THRU 4270-FIM
003890         ELSE
003900             PERFORM 4260-GRAVA-PERIODO THRU 4260-FIM
003910         END-IF
003920     END-IF.
003930     PERFORM 4100-LER-PROXIMO-PERIODO THRU 4100-FIM.
003940 4200-FIM.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*    4210-VALIDA-PERIODO
003980*    CRITICA DO REGISTRO DE PERIODO: CODIGO INFORMADO, DATAS
003990*    NUMERICAS COM O INICIO NAO POSTERIOR AO FIM E SITUACAO
004000*    A (ABERTO), E (EM FECHAMENTO) OU F (FECHADO).
004010*----------------------------------------------------------------*
004020 4210-VALIDA-PERIODO.
004030     IF PER-CODIGO OF REG-PERIODO-ENTRADA = SPACES
004040         MOVE "S" TO IND-REGISTRO-REJEITADO
004050         MOVE "CODIGO DO PERIODO NAO INFORMADO"
004060             TO MOTIVO-REJEICAO
004070         GO TO 4210-FIM
004080     END-IF.
004090     IF PER-DATA-INICIO OF REG-PERIODO-ENTRADA NOT NUMERIC
004100        OR PER-DATA-FIM OF REG-PERIODO-ENTRADA NOT NUMERIC
004110         MOVE "S" TO IND-REGISTRO-REJEITADO
004120         MOVE "DATA DE INICIO OU FIM NAO NUMERICA"
004130             TO MOTIVO-REJEICAO
004140         GO TO 4210-FIM
004150     END-IF.
004160     IF PER-DATA-INICIO OF REG-PERIODO-ENTRADA = 0
004170        OR PER-DATA-FIM OF REG-PERIODO-ENTRADA = 0
004180         MOVE "S" TO IND-REGISTRO-REJEITADO
004190         MOVE "DATA DE INICIO OU FIM NAO INFORMADA"
004200             TO MOTIVO-REJEICAO
004210         GO TO 4210-FIM
004220     END-IF.
004230     IF PER-DATA-INICIO OF REG-PERIODO-ENTRADA
004240        > PER-DATA-FIM OF REG-PERIODO-ENTRADA
004250         MOVE "S" TO IND-REGISTRO-REJEITADO
004260         MOVE "DATA DE INICIO POSTERIOR AO FIM"
004270             TO MOTIVO-REJEICAO
004280         GO TO 4210-FIM
004290     END-IF.
004300     IF PER-ABERTO OF REG-PERIODO-ENTRADA
004310        OR PER-EM-FECHAMENTO OF REG-PERIODO-ENTRADA
004320        OR PER-FECHADO OF REG-PERIODO-ENTRADA
004330         CONTINUE
004340     ELSE
004350         MOVE "S" TO IND-REGISTRO-REJEITADO
004360         MOVE "SITUACAO INVALIDA - DEVE SER A, E OU F"
004370             TO MOTIVO-REJEICAO
004380     END-IF.
004390 4210-FIM.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*    4230-LOCALIZA-PERIODO
004430*    LE O CALENDARIO PELO CODIGO PARA SABER SE O PERIODO E NOVO
004440*    E, SE JA EXISTIR, EM QUE SITUACAO ESTA.
004450*----------------------------------------------------------------*
004460 4230-LOCALIZA-PERIODO.
004470     MOVE "N" TO IND-ACHOU-PERIODO.
004480     MOVE PER-CODIGO OF REG-PERIODO-ENTRADA
004490         TO PMS-CODIGO OF REG-PERIODO-MESTRE.
004500     READ ARQ-PERIODOS-MESTRE
004510         INVALID KEY
004520             CONTINUE
004530         NOT INVALID KEY
004540             MOVE "S" TO IND-ACHOU-PERIODO
004550     END-READ.
004560 4230-FIM.
004570     EXIT.
004580*----------------------------------------------------------------*
004590*    4240-PROCURA-LIBERACAO
004600*    PROCURA NA TABELA UM CARTAO DE LIBERACAO PARA O PERIODO
004610*    FECHADO DO MOVIMENTO. LIB-IDX FICA APONTANDO PARA ELE.
004620*----------------------------------------------------------------*
004630 4240-PROCURA-LIBERACAO.
004640     MOVE "N" TO IND-ACHOU-LIBERACAO.
004650     IF QTD-LIBERACOES > 0
004660         PERFORM 4245-COMPARA-UMA-LIBERACAO THRU 4245-FIM
004670             VARYING LIB-IDX FROM 1 BY 1
004680                 UNTIL LIB-IDX > QTD-LIBERACOES
004690                    OR ACHOU-LIBERACAO
004700     END-IF.
004710 4240-FIM.
004720     EXIT.
004730*----------------------------------------------------------------*
004740 4245-COMPARA-UMA-LIBERACAO.
004750     IF LIB-PERIODO(LIB-IDX) = PER-CODIGO OF REG-PERIODO-ENTRADA
004760         MOVE "S" TO IND-ACHOU-LIBERACAO
004770         SET LIB-IDX DOWN BY 1
004780     END-IF.
004790 4245-FIM.
004800     EXIT.
004810*----------------------------------------------------------------*
004820*    4260-GRAVA-PERIODO
004830*    INCLUI O PERIODO NOVO NO CALENDARIO. PERIODO JA INCLUIDO
004840*    COMO FECHADO (CARGA DE PERIODOS ANTIGOS) LEVA A DATA DE
004850*    HOJE COMO DATA DE FECHAMENTO.
004860*----------------------------------------------------------------*
004870 4260-GRAVA-PERIODO.
004880     MOVE REG-PERIODO-ENTRADA TO REG-PERIODO-MESTRE.
004890     IF PMS-FECHADO OF REG-PERIODO-MESTRE
004900         MOVE WS-DATA-HOJE TO PMS-DATA-FECHAMENTO
004910                                 OF REG-PERIODO-MESTRE
004920     ELSE
004930         MOVE 0 TO PMS-DATA-FECHAMENTO OF REG-PERIODO-MESTRE
004940     END-IF.
004950     WRITE REG-PERIODO-MESTRE
004960         INVALID KEY
004970             DISPLAY "CARGPER: ERRO AO INCLUIR PERIODO "
004980                     PER-CODIGO OF REG-PERIODO-ENTRADA
004985                     UPON CONSOLE
004990         NOT INVALID KEY
005000             ADD 1 TO CONT-INCLUIDOS
005010     END-WRITE.
005020 4260-FIM.
005030     EXIT.
005040*----------------------------------------------------------------*
005050*    4270-REGRAVA-PERIODO
005060*    REGRAVA O PERIODO EXISTENTE COM AS DATAS E A SITUACAO
005070*    NOVAS. A DATA DE FECHAMENTO SO E MANTIDA ENQUANTO O PERIODO
005080*    CONTINUAR FECHADO; NUMA REABERTURA ELA E ZERADA. QUANDO A
005090*    REGRAVACAO USOU UM CARTAO DE LIBERACAO, A LIBERACAO SAI NO
005100*    RELATORIO DE CONTROLE (4280).
005110*----------------------------------------------------------------*
005120 4270-REGRAVA-PERIODO.
005130     MOVE PMS-SITUACAO OF REG-PERIODO-MESTRE
005140         TO WS-SITUACAO-ANTERIOR.
005150     MOVE PER-DATA-INICIO OF REG-PERIODO-ENTRADA
005160         TO PMS-DATA-INICIO OF REG-PERIODO-MESTRE.
005170     MOVE PER-DATA-FIM OF REG-PERIODO-ENTRADA
005180         TO PMS-DATA-FIM OF REG-PERIODO-MESTRE.
005190     MOVE PER-SITUACAO OF REG-PERIODO-ENTRADA
005200         TO PMS-SITUACAO OF REG-PERIODO-MESTRE.
005210     IF PMS-FECHADO OF REG-PERIODO-MESTRE
005220         IF WS-SITUACAO-ANTERIOR NOT = "F"
005230             MOVE WS-DATA-HOJE TO PMS-DATA-FECHAMENTO
005240                                     OF REG-PERIODO-MESTRE
005250         END-IF
005260     ELSE
005270         MOVE 0 TO PMS-DATA-FECHAMENTO OF REG-PERIODO-MESTRE
005280     END-IF.
005290     REWRITE REG-PERIODO-MESTRE
005300         INVALID KEY
005310             DISPLAY "CARGPER: ERRO AO REGRAVAR PERIODO "
005320                     PER-CODIGO OF REG-PERIODO-ENTRADA
005325                     UPON CONSOLE
005330         NOT INVALID KEY
005340             ADD 1 TO CONT-REGRAVADOS
005350             IF ACHOU-LIBERACAO
005360                 PERFORM 4280-IMPRIME-LIBERACAO THRU 4280-FIM
005370             END-IF
005380     END-REWRITE.
005390 4270-FIM.
005400     EXIT.
005410*----------------------------------------------------------------*
005420 4280-IMPRIME-LIBERACAO.
005430     ADD 1 TO CONT-LIBERACOES-USADAS.
005440     MOVE "S" TO LIB-IND-USADA(LIB-IDX).
005450     MOVE SPACES TO WS-LINHA-LIBERACAO.
005460     MOVE "PERIODO "  TO LBD-LIT-PERIODO.
005470     MOVE "SITUACAO " TO LBD-LIT-SITUACAO.
005480     MOVE " -> "      TO LBD-LIT-SETA.
005490     MOVE PER-CODIGO OF REG-PERIODO-ENTRADA TO LBD-PERIODO.
005500     MOVE WS-SITUACAO-ANTERIOR TO LBD-SITUACAO-ANTERIOR.
005510     MOVE PER-SITUACAO OF REG-PERIODO-ENTRADA
005520         TO LBD-SITUACAO-NOVA.
005530     MOVE LIB-AUTORIZADO-POR(LIB-IDX) TO LBD-AUTORIZADO-POR.
005540     MOVE LIB-MOTIVO(LIB-IDX) TO LBD-MOTIVO.
005550     MOVE WS-LINHA-LIBERACAO TO REG-LINHA-RELATORIO.
005560     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
005570 4280-FIM.
005580     EXIT.
005590*----------------------------------------------------------------*
005600 4300-REJEITA-PERIODO.
005610     MOVE PER-CODIGO OF REG-PERIODO-ENTRADA TO PRJ-CODIGO.
005620     MOVE PER-DATA-INICIO OF REG-PERIODO-ENTRADA
005630         TO PRJ-DATA-INICIO.
005640     MOVE PER-DATA-FIM OF REG-PERIODO-ENTRADA TO PRJ-DATA-FIM.
005650     MOVE PER-SITUACAO OF REG-PERIODO-ENTRADA TO PRJ-SITUACAO.
005660     MOVE MOTIVO-REJEICAO TO PRJ-MOTIVO.
005670     WRITE REG-PERIODO-REJEITADO.
005680     ADD 1 TO CONT-REJEITADOS.
005690 4300-FIM.
005700     EXIT.
005710*----------------------------------------------------------------*
005720*    8000-TOTAIS-CONTROLE
005730*    FECHA A SECAO DE LIBERACOES (APONTANDO OS CARTOES QUE NAO
005740*    FORAM USADOS) E IMPRIME OS TOTAIS DE CONTROLE DA CARGA, COM
005750*    A CONFERENCIA LIDOS = INCLUIDOS + REGRAVADOS + REJEITADOS.
005760*----------------------------------------------------------------*
005770 8000-TOTAIS-CONTROLE.
005780     IF CONT-LIBERACOES-USADAS = 0
005790         MOVE SPACES TO WS-LINHA-AVISO
005800         MOVE "NENHUMA LIBERACAO UTILIZADA NESTA CARGA"
005810             TO AVI-TEXTO
005820         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
005830         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
005840     END-IF.
005850     IF QTD-LIBERACOES > 0
005860         PERFORM 8100-APONTA-SOBRA THRU 8100-FIM
005870             VARYING LIB-IDX FROM 1 BY 1
005880                 UNTIL LIB-IDX > QTD-LIBERACOES
005890     END-IF.
005900     COMPUTE WS-TOTAL-CONFERENCIA =
005910         CONT-INCLUIDOS + CONT-REGRAVADOS + CONT-REJEITADOS.
005920     IF WS-TOTAL-CONFERENCIA = CONT-LIDOS
005930         MOVE "OK"         TO WS-STATUS-CONFERENCIA
005940     ELSE
005950         MOVE "DIVERGENTE" TO WS-STATUS-CONFERENCIA
005960     END-IF.
005970     MOVE SPACES TO REG-LINHA-RELATORIO.
005980     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
005990     MOVE SPACES TO WS-LINHA-TITULO.
006000     MOVE "TOTAIS DE CONTROLE DA CARGA" TO TIT-TEXTO.
006010     MOVE WS-LINHA-TITULO TO REG-LINHA-RELATORIO.
006020     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006030     MOVE SPACES TO WS-LINHA-TOTAL.
006040     MOVE "PERIODOS LIDOS DA ENTRADA .......:" TO TOTL-DESCRICAO.
006050     MOVE CONT-LIDOS TO TOTL-VALOR.
006060     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006070     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006080     MOVE SPACES TO WS-LINHA-TOTAL.
006090     MOVE "PERIODOS INCLUIDOS ..............:" TO TOTL-DESCRICAO.
006100     MOVE CONT-INCLUIDOS TO TOTL-VALOR.
006110     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006120     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006130     MOVE SPACES TO WS-LINHA-TOTAL.
006140     MOVE "PERIODOS REGRAVADOS .............:" TO TOTL-DESCRICAO.
006150     MOVE CONT-REGRAVADOS TO TOTL-VALOR.
006160     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006170     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006180     MOVE SPACES TO WS-LINHA-TOTAL.
006190     MOVE "PERIODOS REJEITADOS .............:" TO TOTL-DESCRICAO.
006200     MOVE CONT-REJEITADOS TO TOTL-VALOR.
006210     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006220     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006230     MOVE SPACES TO WS-LINHA-TOTAL.
006240     MOVE "CARTOES DE LIBERACAO LIDOS ......:" TO TOTL-DESCRICAO.
006250     MOVE CONT-CARTOES-LIDOS TO TOTL-VALOR.
006260     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006270     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006280     MOVE SPACES TO WS-LINHA-TOTAL.
006290     MOVE "CARTOES DE LIBERACAO INVALIDOS ..:" TO TOTL-DESCRICAO.
006300     MOVE CONT-CARTOES-INVALIDOS TO TOTL-VALOR.
006310     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006320     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006330     MOVE SPACES TO WS-LINHA-TOTAL.
006340     MOVE "LIBERACOES UTILIZADAS ...........:" TO TOTL-DESCRICAO.
006350     MOVE CONT-LIBERACOES-USADAS TO TOTL-VALOR.
006360     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006370     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006380     MOVE SPACES TO WS-LINHA-TOTAL.
006390     MOVE "LIBERACOES NAO UTILIZADAS .......:" TO TOTL-DESCRICAO.
006400     MOVE CONT-LIBERACOES-SOBRA TO TOTL-VALOR.
006410     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
006420     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006430     MOVE SPACES TO REG-LINHA-RELATORIO.
006440     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006450     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
006460     MOVE WS-MSG-CONF-CONTAGEM TO RCON-DESCRICAO.
006470     MOVE WS-STATUS-CONFERENCIA TO RCON-STATUS.
006480     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
006490     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006500 8000-FIM.
006510     EXIT.
006520*----------------------------------------------------------------*
006530*    8100-APONTA-SOBRA
006540*    CARTAO DE LIBERACAO QUE NAO ENCONTROU MOVIMENTO DE PERIODO
006550*    FECHADO SAI COMO AVISO, PARA A OPERACAO CONFERIR O CARTAO.
006560*----------------------------------------------------------------*
006570 8100-APONTA-SOBRA.
006580     IF NOT LIB-USADA(LIB-IDX)
006590         ADD 1 TO CONT-LIBERACOES-SOBRA
006600         MOVE SPACES TO WS-LINHA-AVISO
006610         STRING "CARTAO DE LIBERACAO NAO UTILIZADO - PERIODO "
006620                LIB-PERIODO(LIB-IDX)
006630             DELIMITED BY SIZE INTO AVI-TEXTO
006640         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
006650         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
006660     END-IF.
006670 8100-FIM.
006680     EXIT.
006690*----------------------------------------------------------------*
006700 9999-FINALIZA.
006710     CLOSE ARQ-PERIODOS-ENTRADA.
006720     CLOSE ARQ-PERIODOS-MESTRE.
006730     CLOSE ARQ-REJEITOS.
006740     CLOSE ARQ-RELATORIO.
006750     DISPLAY "CARGPER: LIDOS " CONT-LIDOS
006760             " INCLUIDOS " CONT-INCLUIDOS
006770             " REGRAVADOS " CONT-REGRAVADOS
006780             " REJEITADOS " CONT-REJEITADOS
006790             " LIBERACOES " CONT-LIBERACOES-USADAS UPON CONSOLE.
006800 9999-FIM.
006810     EXIT.
