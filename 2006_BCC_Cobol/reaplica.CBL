000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    REAPLICA.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  REAPLICACAO (ROLL-FORWARD) DO JORNAL DE ATUALIZACOES. RODA    *
000120*  DEPOIS DA RECARGA DE UM BACKUP (OU DA REDEFINICAO DO CLUSTER  *
000130*  VAZIO) E REFAZ UM MESTRE REPETINDO, NA ORDEM EM QUE FORAM     *
000140*  GRAVADAS, AS INCLUSOES, ALTERACOES E EXCLUSOES REGISTRADAS NO *
000150*  JORNAL (JORNAL, COPIA JORNC) PELOS PROGRAMAS DE ATUALIZACAO.  *
000160*  O MESTRE E ESCOLHIDO NO CARTAO REAPARM (COPIA REAPRM):        *
000170*  ALUNMST, NOTAMST, FREQMST OU TURMMST.                         *
000180*  - ALUNMST PARTE DO MOMENTO DA DESCARGA DO BACKUP RECARREGADO  *
000190*    (CTLBKP, COPIA CTLBKC), QUE TEM DE CONFERIR COM A QUANTIDADE*
000200*    DE REGISTROS DO CLUSTER ANTES DE COMECAR.                   *
000210*  - OS DEMAIS NAO TEM BACKUP: PARTEM DO CLUSTER VAZIO, RECEM-   *
000212*    DEFINIDO, E DO INICIO DO JORNAL. SO SAEM COMPLETOS SE O     *
000214*    JORNAL EXISTE DESDE QUE O CLUSTER FOI DEFINIDO VAZIO: O QUE *
000216*    FOI CARREGADO ANTES DELE NAO ESTA NO JORNAL E NAO VOLTA, E A*
000218*    CONFERENCIA DE QUANTIDADES NAO TEM COMO ACUSAR A FALTA. POR *
000220*    ISSO O MOMENTO DO PRIMEIRO REGISTRO DO JORNAL SAI NO        *
000222*    RELATORIO E NO CONSOLE (JORNAL DESDE), E ESSES MESTRES      *
000224*    TERMINAM COM RC 4 MESMO COM A CONFERENCIA OK.               *
000230*  O CARTAO PODE TRAZER UM PONTO DE PARADA (DATA E HORA): O QUE  *
000240*  FOI GRAVADO DEPOIS DELE NAO E REAPLICADO.                     *
000250*  CADA ATUALIZACAO LEVA O REGISTRO A IMAGEM "DEPOIS" DO JORNAL; *
000252*  A QUE JA ESTA NO MESTRE (GRAVADA NO MOMENTO DA DESCARGA) E    *
000254*  CONTADA COMO JA APLICADA E NAO E REPETIDA. A REAPLICACAO NAO  *
000256*  PODE SER SIMPLESMENTE RESUBMETIDA: O PONTO DE PARTIDA EXIGE O *
000258*  MESTRE RECEM-RECARREGADO OU VAZIO. PARA REPETI-LA (APOS RC 8  *
000260*  OU 16), RODAR DE NOVO A RECARGA (ALUNMST) OU REDEFINIR O      *
000262*  CLUSTER VAZIO (DEMAIS MESTRES) ANTES.                         *
000270*  QUANDO O REGISTRO DO MESTRE NAO ESTA NA IMAGEM "ANTES"        *
000280*  ESPERADA A ATUALIZACAO E APLICADA ASSIM MESMO E CONTADA COMO  *
000290*  DIVERGENTE. AO FINAL O RELATORIO (REAREL) CONFERE, POR        *
000300*  ARQUIVO, OS MOVIMENTOS DO JORNAL E A QUANTIDADE DE REGISTROS  *
000310*  DO MESTRE (ANTES + INCLUSOES - EXCLUSOES = DEPOIS).           *
000315*  RETURN-CODE: 0 = CONFERE (ALUNMST); 4 = CONFERE, MAS O MESTRE *
000320*  PARTIU DO INICIO DO JORNAL (CONFERIR O JORNAL DESDE CONTRA A  *
000325*  DEFINICAO DO CLUSTER); 8 = DIVERGENCIA (VER O RELATORIO E     *
000330*  O CONSOLE); 16 = ERRO FATAL OU DE GRAVACAO (O MESTRE NAO DEVE *
000340*  SER USADO SEM INVESTIGACAO).                                  *
000350*----------------------------------------------------------------*
000360*  HISTORICO DE ALTERACOES
000370*  DATA       AUTOR   DESCRICAO
000380*  2026-10-15 JMS     VERSAO ORIGINAL.
000381*  2026-10-15 JMS     MOMENTO DO PRIMEIRO REGISTRO DO JORNAL NO
000382*                     RELATORIO E NO CONSOLE (JORNAL DESDE); OS
000383*                     MESTRES REFEITOS DO INICIO DO JORNAL
000384*                     TERMINAM COM RC 4 E AVISO, E O RC 16 SAI
000385*                     COMO ERRO FATAL NO CONSOLE.
000386*  2026-10-15 JMS     CLUSTER VAZIO, NUNCA CARREGADO (STATUS 35 NO
000387*                     OPEN I-O), E ABERTO EM OUTPUT E REABERTO EM
000388*                     I-O, COMO NAS CARGAS.
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     CONSOLE IS CONSOLE.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ARQ-PARAMETROS      ASSIGN TO REAPARM
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS STATUS-ARQ-PARAMETROS.
000490
000500     SELECT ARQ-CONTROLE        ASSIGN TO CTLBKP
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS STATUS-ARQ-CONTROLE.
000530
000540     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS STATUS-ARQ-JORNAL.
000570
000580     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000620         FILE STATUS IS STATUS-ARQ-MESTRE.
000630
000640     SELECT ARQ-NOTAS-MESTRE    ASSIGN TO NOTAMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS NMS-CHAVE OF REG-NOTA-MESTRE
000680         FILE STATUS IS STATUS-ARQ-NOTAS.
000690
000700     SELECT ARQ-FREQ-MESTRE     ASSIGN TO FREQMST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000740         FILE STATUS IS STATUS-ARQ-FREQ.
000750
000760     SELECT ARQ-TURMAS-MESTRE   ASSIGN TO TURMMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000800         FILE STATUS IS STATUS-ARQ-TURMAS.
000810
000820     SELECT ARQ-RELATORIO       ASSIGN TO REAREL
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS STATUS-ARQ-RELATORIO.
000850
000860*----------------------------------------------------------------*
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  ARQ-PARAMETROS
000900     LABEL RECORDS ARE STANDARD.
000910 01  REG-PARAMETRO.
000920     COPY REAPRM.
000930
000940 FD  ARQ-CONTROLE
000950     LABEL RECORDS ARE STANDARD.
000960 01  REG-CONTROLE.
000970     COPY CTLBKC.
000980
000990 FD  ARQ-JORNAL
001000     LABEL RECORDS ARE STANDARD.
001010 01  REG-JORNAL.
001020     COPY JORNC.
001030
001040 FD  ARQ-ALUNOS-MESTRE
001050     LABEL RECORDS ARE STANDARD.
001060 01  REG-ALUNO-MESTRE.
001070     COPY ESTUD  REPLACING CHAVE-ALUNO BY MST-CHAVE
001080                           TURMA BY MST-TURMA
001090                           RA BY MST-RA
001100                           NOME BY MST-NOME
001110                           SEXO BY MST-SEXO
001120                           IDADE BY MST-IDADE.
001130     COPY AJUSTE REPLACING RA-AJUSTADO BY MST-RA-AJUSTADO
001140                       IND-AJUSTE-APLICADO BY MST-IND-AJUSTE
001150                       AJUSTE-APLICADO BY MST-AJUST-APLIC
001160                       AJUSTE-NAO-APLICADO BY MST-AJUST-NAO-APL.
001170
001180 FD  ARQ-NOTAS-MESTRE
001190     LABEL RECORDS ARE STANDARD.
001200 01  REG-NOTA-MESTRE.
001210     COPY NOTAC  REPLACING CHAVE-NOTA BY NMS-CHAVE
001220                           NT-TURMA BY NMS-TURMA
001230                           NT-RA BY NMS-RA
001240                           NT-DISCIPLINA BY NMS-DISCIPLINA
001250                           NT-PERIODO BY NMS-PERIODO
001260                           NT-NOTA BY NMS-NOTA.
001270
001280 FD  ARQ-FREQ-MESTRE
001290     LABEL RECORDS ARE STANDARD.
001300 01  REG-FREQ-MESTRE.
001310     COPY FREQC  REPLACING CHAVE-FREQ BY FMS-CHAVE
001320                           FQ-TURMA BY FMS-TURMA
001330                           FQ-RA BY FMS-RA
001340                           FQ-DISCIPLINA BY FMS-DISCIPLINA
001350                           FQ-PERIODO BY FMS-PERIODO
001360                           FQ-FALTAS BY FMS-FALTAS
001370                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
001380
001390 FD  ARQ-TURMAS-MESTRE
001400     LABEL RECORDS ARE STANDARD.
001410 01  REG-TURMA-MESTRE.
001420     COPY TURMC  REPLACING TRM-CODIGO BY TMS-CODIGO
001430                           TRM-NOME-CURSO BY TMS-NOME-CURSO
001440                           TRM-CAPACIDADE BY TMS-CAPACIDADE
001450                           TRM-SITUACAO BY TMS-SITUACAO
001460                           TRM-ABERTA BY TMS-ABERTA
001470                           TRM-FECHADA BY TMS-FECHADA.
001480
001490 FD  ARQ-RELATORIO
001500     LABEL RECORDS ARE STANDARD.
001510 01  REG-LINHA-RELATORIO         PIC X(132).
001520*----------------------------------------------------------------*
001530 WORKING-STORAGE SECTION.
001540*----------------------------------------------------------------*
001550*    CONTADORES DA REAPLICACAO
001560*----------------------------------------------------------------*
001570 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
001580 01  CONT-ANTERIORES             PIC 9(06) COMP VALUE 0.
001590 01  CONT-POSTERIORES            PIC 9(06) COMP VALUE 0.
001600 01  CONT-OUTROS-ARQUIVOS        PIC 9(06) COMP VALUE 0.
001610 01  CONT-OPERACAO-INVALIDA      PIC 9(06) COMP VALUE 0.
001620 01  CONT-APLICADOS              PIC 9(06) COMP VALUE 0.
001630 01  CONT-JA-APLICADOS           PIC 9(06) COMP VALUE 0.
001640 01  CONT-DIVERGENTES            PIC 9(06) COMP VALUE 0.
001650 01  CONT-ERROS-GRAVACAO         PIC 9(06) COMP VALUE 0.
001660 01  QTD-MESTRE-CONTADOS         PIC 9(06) COMP VALUE 0.
001670 01  QTD-MESTRE-ANTES            PIC 9(06) COMP VALUE 0.
001680 01  QTD-MESTRE-DEPOIS           PIC 9(06) COMP VALUE 0.
001690 01  QTD-MESTRE-PREVISTO         PIC S9(07) COMP VALUE 0.
001700 01  WS-TOTAL-CONFERENCIA        PIC 9(07) COMP VALUE 0.
001710*----------------------------------------------------------------*
001720*    MOVIMENTOS DO JORNAL DENTRO DO INTERVALO, POR ARQUIVO. A
001730*    ULTIMA POSICAO ACUMULA NOMES DE ARQUIVO DESCONHECIDOS.
001740*----------------------------------------------------------------*
001750 01  TAB-MOVTOS-VALORES.
001760     05  FILLER                  PIC X(08) VALUE "ALUNMST".
001770     05  FILLER                  PIC 9(06) COMP VALUE 0.
001780     05  FILLER                  PIC 9(06) COMP VALUE 0.
001790     05  FILLER                  PIC 9(06) COMP VALUE 0.
001800     05  FILLER                  PIC X(08) VALUE "NOTAMST".
001810     05  FILLER                  PIC 9(06) COMP VALUE 0.
001820     05  FILLER                  PIC 9(06) COMP VALUE 0.
001830     05  FILLER                  PIC 9(06) COMP VALUE 0.
001840     05  FILLER                  PIC X(08) VALUE "FREQMST".
001850     05  FILLER                  PIC 9(06) COMP VALUE 0.
001860     05  FILLER                  PIC 9(06) COMP VALUE 0.
001870     05  FILLER                  PIC 9(06) COMP VALUE 0.
001880     05  FILLER                  PIC X(08) VALUE "TURMMST".
001890     05  FILLER                  PIC 9(06) COMP VALUE 0.
001900     05  FILLER                  PIC 9(06) COMP VALUE 0.
001910     05  FILLER                  PIC 9(06) COMP VALUE 0.
001920     05  FILLER                  PIC X(08) VALUE "RESULMST".
001930     05  FILLER                  PIC 9(06) COMP VALUE 0.
001940     05  FILLER                  PIC 9(06) COMP VALUE 0.
001950     05  FILLER                  PIC 9(06) COMP VALUE 0.
001960     05  FILLER                  PIC X(08) VALUE "PERIMST".
001970     05  FILLER                  PIC 9(06) COMP VALUE 0.
001980     05  FILLER                  PIC 9(06) COMP VALUE 0.
001990     05  FILLER                  PIC 9(06) COMP VALUE 0.
002000     05  FILLER                  PIC X(08) VALUE "OUTROS".
002010     05  FILLER                  PIC 9(06) COMP VALUE 0.
002020     05  FILLER                  PIC 9(06) COMP VALUE 0.
002030     05  FILLER                  PIC 9(06) COMP VALUE 0.
002040 01  TAB-MOVTOS-ARQUIVO REDEFINES TAB-MOVTOS-VALORES.
002050     02  MVA OCCURS 7 TIMES
002060             INDEXED BY MVA-IDX.
002070         05  MVA-ARQUIVO             PIC X(08).
002080         05  MVA-INCLUSOES           PIC 9(06) COMP.
002090         05  MVA-ALTERACOES          PIC 9(06) COMP.
002100         05  MVA-EXCLUSOES           PIC 9(06) COMP.
002110 77  WS-MAX-ARQUIVOS             PIC 9(02) COMP VALUE 6.
002120 01  WS-POS-ALVO                 PIC 9(02) COMP VALUE 0.
002130 01  WS-ARQUIVO-PROCURADO        PIC X(08) VALUE SPACES.
002140*----------------------------------------------------------------*
002150*    MESTRE A REFAZER E INTERVALO DA REAPLICACAO
002160*----------------------------------------------------------------*
002170 01  WS-ARQUIVO-ALVO             PIC X(08) VALUE SPACES.
002180     88  REFAZ-ALUNOS                VALUE "ALUNMST".
002190     88  REFAZ-NOTAS                 VALUE "NOTAMST".
002200     88  REFAZ-FREQ                  VALUE "FREQMST".
002210     88  REFAZ-TURMAS                VALUE "TURMMST".
002220     88  ARQUIVO-ALVO-VALIDO         VALUE "ALUNMST" "NOTAMST"
002230                                           "FREQMST" "TURMMST".
002240 01  WS-STATUS-ALVO              PIC X(02) VALUE "00".
002250*    MOMENTOS NO MESMO FORMATO DE JRN-MOMENTO (AAAAMMDD HHMMSSCC)
002260 01  WS-MOMENTO-PARTIDA.
002270     05  WS-DATA-PARTIDA         PIC 9(08) VALUE 0.
002280     05  WS-HORA-PARTIDA         PIC 9(08) VALUE 0.
002290 01  WS-MOMENTO-LIMITE.
002300     05  WS-DATA-LIMITE          PIC 9(08) VALUE 99999999.
002310     05  WS-HORA-LIMITE          PIC 9(08) VALUE 99999999.
002320     05  WS-HORA-LIMITE-R REDEFINES WS-HORA-LIMITE.
002330         10  WS-HORA-LIMITE-HMS  PIC 9(06).
002340         10  WS-HORA-LIMITE-CC   PIC 9(02).
002350*    IMAGEM ATUAL DO REGISTRO NO MESTRE, NO TAMANHO DAS IMAGENS
002360*    DO JORNAL (COMPLETADA COM BRANCOS)
002370 01  WS-IMAGEM-ATUAL             PIC X(51) VALUE SPACES.
002380 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
002382*    MOMENTO DO PRIMEIRO REGISTRO LIDO DO JORNAL
002384 01  WS-MOMENTO-PRIMEIRO.
002386     05  WS-DATA-PRIMEIRO        PIC 9(08) VALUE 0.
002388     05  WS-HORA-PRIMEIRO        PIC 9(08) VALUE 0.
002390*----------------------------------------------------------------*
002400*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
002410*----------------------------------------------------------------*
002420 01  STATUS-ARQ-PARAMETROS       PIC X(02) VALUE "00".
002430 01  STATUS-ARQ-CONTROLE         PIC X(02) VALUE "00".
002440 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
002450 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
002460 01  STATUS-ARQ-NOTAS            PIC X(02) VALUE "00".
002470 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
002480 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
002490 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
002500*----------------------------------------------------------------*
002510*    INDICADORES (CHAVES DE COMUTACAO)
002520*----------------------------------------------------------------*
002530 01  IND-FIM-JORNAL              PIC X(01) VALUE "N".
002540     88  FIM-ARQ-JORNAL              VALUE "S".
002550 01  IND-FIM-MESTRE              PIC X(01) VALUE "N".
002560     88  FIM-ARQ-MESTRE              VALUE "S".
002570 01  IND-CONTROLE-LIDO           PIC X(01) VALUE "N".
002580     88  CONTROLE-LIDO               VALUE "S".
002590 01  IND-COM-LIMITE              PIC X(01) VALUE "N".
002600     88  COM-PONTO-DE-PARADA         VALUE "S".
002610 01  IND-ACHOU-REGISTRO          PIC X(01) VALUE "N".
002620     88  ACHOU-REGISTRO              VALUE "S".
002630 01  IND-ACHOU-ARQUIVO           PIC X(01) VALUE "N".
002640     88  ACHOU-ARQUIVO               VALUE "S".
002650 01  IND-ERRO-GRAVACAO           PIC X(01) VALUE "N".
002660     88  ERRO-GRAVACAO               VALUE "S".
002670 01  IND-CONTAGEM-CONFERE        PIC X(01) VALUE "S".
002680     88  CONTAGEM-CONFERE            VALUE "S".
002690 01  IND-LEITURA-CONFERE         PIC X(01) VALUE "S".
002700     88  LEITURA-CONFERE             VALUE "S".
002710*----------------------------------------------------------------*
002720*    LINHAS DO RELATORIO DA REAPLICACAO (REAREL)
002730*----------------------------------------------------------------*
002740 01  WS-LINHA-CABECALHO.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  CAB-TITULO              PIC X(40)
002770             VALUE "REAPLICACAO DO JORNAL DE ATUALIZACOES".
002780     05  FILLER                  PIC X(08) VALUE SPACES.
002790     05  CAB-DATA                PIC 9(4)/99/99.
002800     05  FILLER                  PIC X(72) VALUE SPACES.
002810
002820 01  WS-LINHA-TEXTO.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  TXT-DESCRICAO           PIC X(40).
002850     05  TXT-VALOR               PIC X(20).
002860     05  FILLER                  PIC X(70) VALUE SPACES.
002870
002880 01  WS-MOMENTO-IMPRESSO.
002890     05  IMP-DATA                PIC 9(08).
002900     05  FILLER                  PIC X(01) VALUE SPACE.
002910     05  IMP-HORA                PIC 9(08).
002920
002930 01  WS-LINHA-TOTAL.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  TOTL-DESCRICAO          PIC X(40).
002960     05  TOTL-VALOR              PIC Z(8)9.
002970     05  FILLER                  PIC X(81) VALUE SPACES.
002980
002990 01  WS-LINHA-COLUNAS.
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  FILLER                  PIC X(48) VALUE
003020         "ARQUIVO     INCLUSOES  ALTERACOES   EXCLUSOES".
003030     05  FILLER                  PIC X(82) VALUE SPACES.
003040
003050 01  WS-LINHA-ARQUIVO.
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  LAR-ARQUIVO             PIC X(08).
003080     05  FILLER                  PIC X(04) VALUE SPACES.
003090     05  LAR-INCLUSOES           PIC Z(8)9.
003100     05  FILLER                  PIC X(03) VALUE SPACES.
003110     05  LAR-ALTERACOES          PIC Z(8)9.
003120     05  FILLER                  PIC X(03) VALUE SPACES.
003130     05  LAR-EXCLUSOES           PIC Z(8)9.
003140     05  FILLER                  PIC X(03) VALUE SPACES.
003150     05  LAR-OBSERVACAO          PIC X(30).
003160     05  FILLER                  PIC X(52) VALUE SPACES.
003170
003180 01  WS-LINHA-RECONCILIACAO.
003190     05  FILLER                  PIC X(02) VALUE SPACES.
003200     05  RCON-DESCRICAO          PIC X(56).
003210     05  FILLER                  PIC X(02) VALUE SPACES.
003220     05  RCON-STATUS             PIC X(10).
003230     05  FILLER                  PIC X(62) VALUE SPACES.
003231
003232 01  WS-LINHA-AVISO.
003233     05  FILLER                  PIC X(02) VALUE SPACES.
003234     05  AVI-TEXTO               PIC X(100).
003235     05  FILLER                  PIC X(30) VALUE SPACES.
003240
003250 01  WS-MSG-CONF-LEITURA         PIC X(56) VALUE
003260      "CONFERENCIA LIDOS = FORA DA JANELA + OUTROS + TRATADOS:".
003270 01  WS-MSG-CONF-CONTAGEM        PIC X(56) VALUE
003280      "CONFERENCIA ANTES + INCLUSOES - EXCLUSOES = DEPOIS:".
003290*----------------------------------------------------------------*
003300 PROCEDURE DIVISION.
003310*----------------------------------------------------------------*
003320 0000-MAINLINE.
003330     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
003340     PERFORM 2000-CARREGA-PARAMETROS THRU 2000-FIM.
003350     PERFORM 2500-ABRE-MESTRE        THRU 2500-FIM.
003360     PERFORM 3000-PONTO-DE-PARTIDA   THRU 3000-FIM.
003370     PERFORM 4000-REAPLICA-JORNAL    THRU 4000-FIM.
003380     PERFORM 5000-CONFERE-REAPLICACAO THRU 5000-FIM.
003390     PERFORM 8000-RELATORIO          THRU 8000-FIM.
003400     PERFORM 9999-FINALIZA           THRU 9999-FIM.
003410     STOP RUN.
003420*----------------------------------------------------------------*
003430 1000-INICIALIZACAO.
003440     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
003450     MOVE "N" TO IND-FIM-JORNAL IND-CONTROLE-LIDO IND-COM-LIMITE.
003460     MOVE "S" TO IND-CONTAGEM-CONFERE IND-LEITURA-CONFERE.
003470     OPEN INPUT  ARQ-PARAMETROS.
003480     OPEN INPUT  ARQ-JORNAL.
003490     OPEN OUTPUT ARQ-RELATORIO.
003500     IF STATUS-ARQ-PARAMETROS NOT = "00"
003510         DISPLAY "REAPLICA: ERRO AO ABRIR REAPARM - STATUS "
003520                 STATUS-ARQ-PARAMETROS UPON CONSOLE
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     IF STATUS-ARQ-JORNAL NOT = "00"
003570         DISPLAY "REAPLICA: ERRO AO ABRIR JORNAL - STATUS "
003580                 STATUS-ARQ-JORNAL UPON CONSOLE
003590         MOVE 16 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     IF STATUS-ARQ-RELATORIO NOT = "00"
003630         DISPLAY "REAPLICA: ERRO AO ABRIR REAREL - STATUS "
003640                 STATUS-ARQ-RELATORIO UPON CONSOLE
003650         MOVE 16 TO RETURN-CODE
003660         STOP RUN
003670     END-IF.
003680 1000-FIM.
003690     EXIT.
003700*----------------------------------------------------------------*
003710*    2000-CARREGA-PARAMETROS
003720*    LE O CARTAO REAPARM: MESTRE A REFAZER (EM BRANCO = ALUNMST)
003730*    E PONTO DE PARADA. CARTAO AUSENTE REFAZ O MESTRE DE ALUNOS
003740*    ATE O FIM DO JORNAL. DATA OU HORA NAO NUMERICA E ERRO FATAL:
003750*    NAO SE REAPLICA MAIS DO QUE O OPERADOR PEDIU.
003760*----------------------------------------------------------------*
003770 2000-CARREGA-PARAMETROS.
003780     MOVE SPACES TO WS-ARQUIVO-ALVO.
003790     READ ARQ-PARAMETROS
003800         AT END
003810             CONTINUE
003820         NOT AT END
003830             MOVE REA-PRM-ARQUIVO TO WS-ARQUIVO-ALVO
003840             IF REA-PRM-DATA-LIMITE NOT = SPACES
003850                 PERFORM 2100-CARREGA-LIMITE THRU 2100-FIM
003860             ELSE
003870                 IF REA-PRM-HORA-LIMITE NOT = SPACES
003880                     DISPLAY "REAPLICA: HORA DE PARADA SEM "
003890                             "DATA NO CARTAO REAPARM" UPON CONSOLE
003900                     MOVE 16 TO RETURN-CODE
003910                     STOP RUN
003920                 END-IF
003930             END-IF
003940     END-READ.
003950     CLOSE ARQ-PARAMETROS.
003960     IF WS-ARQUIVO-ALVO = SPACES
003970         MOVE "ALUNMST" TO WS-ARQUIVO-ALVO
003980     END-IF.
003990     IF NOT ARQUIVO-ALVO-VALIDO
004000         DISPLAY "REAPLICA: MESTRE " WS-ARQUIVO-ALVO
004010                 " NAO E REFEITO PELO JORNAL - USAR ALUNMST, "
004020                 "NOTAMST, FREQMST OU TURMMST" UPON CONSOLE
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     MOVE WS-ARQUIVO-ALVO TO WS-ARQUIVO-PROCURADO.
004070     PERFORM 4260-PROCURA-ARQUIVO THRU 4260-FIM.
004080     SET WS-POS-ALVO TO MVA-IDX.
004090 2000-FIM.
004100     EXIT.
004110*----------------------------------------------------------------*
004120*    2100-CARREGA-LIMITE
004130*    MONTA O PONTO DE PARADA NO FORMATO DE JRN-MOMENTO. A HORA DO
004140*    CARTAO VEM SEM CENTESIMOS: O SEGUNDO INFORMADO ENTRA INTEIRO.
004150*----------------------------------------------------------------*
004160 2100-CARREGA-LIMITE.
004170     IF REA-PRM-DATA-LIMITE NOT NUMERIC
004180         DISPLAY "REAPLICA: DATA DE PARADA INVALIDA NO CARTAO "
004190                 "REAPARM: " REA-PRM-DATA-LIMITE UPON CONSOLE
004200         MOVE 16 TO RETURN-CODE
004210         STOP RUN
004220     END-IF.
004230     MOVE REA-PRM-DATA-LIMITE TO WS-DATA-LIMITE.
004240     IF REA-PRM-HORA-LIMITE = SPACES
004250         MOVE 235959 TO WS-HORA-LIMITE-HMS
004260     ELSE
004270         IF REA-PRM-HORA-LIMITE NOT NUMERIC
004280             DISPLAY "REAPLICA: HORA DE PARADA INVALIDA NO "
004290                     "CARTAO REAPARM: " REA-PRM-HORA-LIMITE
004300                     UPON CONSOLE
004310             MOVE 16 TO RETURN-CODE
004320             STOP RUN
004330         END-IF
004340         MOVE REA-PRM-HORA-LIMITE TO WS-HORA-LIMITE-HMS
004350     END-IF.
004360     MOVE 99 TO WS-HORA-LIMITE-CC.
004370     MOVE "S" TO IND-COM-LIMITE.
004380 2100-FIM.
004390     EXIT.
004400*----------------------------------------------------------------*
004410*    2500-ABRE-MESTRE
004420*    SO O MESTRE A REFAZER E ABERTO, EM I-O. O CLUSTER RECEM-
004422*    DEFINIDO QUE NUNCA RECEBEU REGISTRO DA STATUS 35 NO OPEN I-O:
004424*    E ABERTO EM OUTPUT, FECHADO E REABERTO EM I-O, COMO NAS
004426*    CARGAS.
004430*----------------------------------------------------------------*
004440 2500-ABRE-MESTRE.
004450     IF REFAZ-ALUNOS
004460         OPEN I-O ARQ-ALUNOS-MESTRE
004461         IF STATUS-ARQ-MESTRE = "35"
004462             OPEN OUTPUT ARQ-ALUNOS-MESTRE
004463             CLOSE ARQ-ALUNOS-MESTRE
004464             OPEN I-O ARQ-ALUNOS-MESTRE
004465         END-IF
004470         MOVE STATUS-ARQ-MESTRE TO WS-STATUS-ALVO
004480     END-IF.
004490     IF REFAZ-NOTAS
004500         OPEN I-O ARQ-NOTAS-MESTRE
004501         IF STATUS-ARQ-NOTAS = "35"
004502             OPEN OUTPUT ARQ-NOTAS-MESTRE
004503             CLOSE ARQ-NOTAS-MESTRE
004504             OPEN I-O ARQ-NOTAS-MESTRE
004505         END-IF
004510         MOVE STATUS-ARQ-NOTAS TO WS-STATUS-ALVO
004520     END-IF.
004530     IF REFAZ-FREQ
004540         OPEN I-O ARQ-FREQ-MESTRE
004541         IF STATUS-ARQ-FREQ = "35"
004542             OPEN OUTPUT ARQ-FREQ-MESTRE
004543             CLOSE ARQ-FREQ-MESTRE
004544             OPEN I-O ARQ-FREQ-MESTRE
004545         END-IF
004550         MOVE STATUS-ARQ-FREQ TO WS-STATUS-ALVO
004560     END-IF.
004570     IF REFAZ-TURMAS
004580         OPEN I-O ARQ-TURMAS-MESTRE
004581         IF STATUS-ARQ-TURMAS = "35"
004582             OPEN OUTPUT ARQ-TURMAS-MESTRE
004583             CLOSE ARQ-TURMAS-MESTRE
004584             OPEN I-O ARQ-TURMAS-MESTRE
004585         END-IF
004590         MOVE STATUS-ARQ-TURMAS TO WS-STATUS-ALVO
004600     END-IF.
004610     IF WS-STATUS-ALVO NOT = "00"
004620         DISPLAY "REAPLICA: ERRO AO ABRIR " WS-ARQUIVO-ALVO
004630                 " - STATUS " WS-STATUS-ALVO UPON CONSOLE
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670 2500-FIM.
004680     EXIT.
004690*----------------------------------------------------------------*
004700*    3000-PONTO-DE-PARTIDA
004710*    O MESTRE DE ALUNOS PARTE DO MOMENTO DA DESCARGA DO BACKUP
004720*    RECARREGADO, E O CLUSTER TEM DE TER A QUANTIDADE DE REGISTROS
004730*    DO CONTROLE (SENAO A RECARGA NAO RODOU OU FOI DE OUTRA
004740*    GERACAO). OS DEMAIS MESTRES NAO TEM BACKUP: PARTEM DO INICIO
004744*    DO JORNAL E O CLUSTER TEM DE ESTAR VAZIO. SO SAEM COMPLETOS
004748*    SE O JORNAL EXISTE DESDE QUE O CLUSTER FOI DEFINIDO VAZIO; O
004752*    MOMENTO DO PRIMEIRO REGISTRO (JORNAL DESDE) VAI NO RELATORIO
004756*    E NO CONSOLE PARA O OPERADOR CONFERIR.
004760*----------------------------------------------------------------*
004770 3000-PONTO-DE-PARTIDA.
004780     MOVE 0 TO WS-DATA-PARTIDA WS-HORA-PARTIDA.
004790     IF REFAZ-ALUNOS
004800         PERFORM 3100-LE-CONTROLE THRU 3100-FIM
004810     END-IF.
004820     IF WS-MOMENTO-LIMITE < WS-MOMENTO-PARTIDA
004830         DISPLAY "REAPLICA: PONTO DE PARADA " WS-DATA-LIMITE " "
004840                 WS-HORA-LIMITE-HMS " ANTERIOR A DESCARGA "
004850                 WS-DATA-PARTIDA " " WS-HORA-PARTIDA UPON CONSOLE
004860         MOVE 16 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890     PERFORM 3500-CONTA-MESTRE THRU 3500-FIM.
004900     MOVE QTD-MESTRE-CONTADOS TO QTD-MESTRE-ANTES.
004910     IF REFAZ-ALUNOS
004920         IF QTD-MESTRE-ANTES NOT = CTL-QTD-REGISTROS
004930             DISPLAY "REAPLICA: ALUNMST COM " QTD-MESTRE-ANTES
004940                     " REGISTROS E O BACKUP COM "
004950                     CTL-QTD-REGISTROS " - RODAR A RECARGA ANTES"
004960                     UPON CONSOLE
004970             MOVE 16 TO RETURN-CODE
004980             STOP RUN
004990         END-IF
005000     ELSE
005010         IF QTD-MESTRE-ANTES > 0
005020             DISPLAY "REAPLICA: " WS-ARQUIVO-ALVO
005030                     " NAO ESTA VAZIO (" QTD-MESTRE-ANTES
005040                     " REGISTROS) - REDEFINIR O CLUSTER ANTES"
005050                     UPON CONSOLE
005060             MOVE 16 TO RETURN-CODE
005070             STOP RUN
005080         END-IF
005090     END-IF.
005100 3000-FIM.
005110     EXIT.
005120*----------------------------------------------------------------*
005130*    3100-LE-CONTROLE
005140*    LE O CONTROLE DA DESCARGA DO BACKUP RECARREGADO. SEM ELE NAO
005150*    HA PONTO DE PARTIDA, ENTAO A FALTA E ERRO FATAL.
005160*----------------------------------------------------------------*
005170 3100-LE-CONTROLE.
005180     OPEN INPUT ARQ-CONTROLE.
005190     IF STATUS-ARQ-CONTROLE NOT = "00"
005200         DISPLAY "REAPLICA: ERRO AO ABRIR CTLBKP - STATUS "
005210                 STATUS-ARQ-CONTROLE UPON CONSOLE
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     READ ARQ-CONTROLE
005260         AT END
005270             CONTINUE
005280         NOT AT END
005290             MOVE "S" TO IND-CONTROLE-LIDO
005300     END-READ.
005310     CLOSE ARQ-CONTROLE.
005320     IF NOT CONTROLE-LIDO
005330         DISPLAY "REAPLICA: CTLBKP VAZIO - SEM O CONTROLE DA "
005340                 "DESCARGA NAO HA PONTO DE PARTIDA" UPON CONSOLE
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     MOVE CTL-DATA-DESCARGA TO WS-DATA-PARTIDA.
005390     MOVE CTL-HORA-DESCARGA TO WS-HORA-PARTIDA.
005400 3100-FIM.
005410     EXIT.
005420*----------------------------------------------------------------*
005430*    3500-CONTA-MESTRE
005440*    CONTA OS REGISTROS DO MESTRE A REFAZER, DO INICIO AO FIM.
005450*----------------------------------------------------------------*
005460 3500-CONTA-MESTRE.
005470     MOVE 0 TO QTD-MESTRE-CONTADOS.
005480     MOVE "N" TO IND-FIM-MESTRE.
005490     PERFORM 3600-POSICIONA-MESTRE THRU 3600-FIM.
005500     IF NOT FIM-ARQ-MESTRE
005510         PERFORM 3700-LE-PROXIMO-MESTRE THRU 3700-FIM
005520     END-IF.
005530     PERFORM 3800-CONTA-UM-REGISTRO THRU 3800-FIM
005540         UNTIL FIM-ARQ-MESTRE.
005550 3500-FIM.
005560     EXIT.
005570*----------------------------------------------------------------*
005580 3600-POSICIONA-MESTRE.
005590     IF REFAZ-ALUNOS
005600         MOVE LOW-VALUES TO MST-CHAVE OF REG-ALUNO-MESTRE
005610         START ARQ-ALUNOS-MESTRE
005620             KEY NOT < MST-CHAVE OF REG-ALUNO-MESTRE
005630             INVALID KEY
005640                 MOVE "S" TO IND-FIM-MESTRE
005650         END-START
005660     END-IF.
005670     IF REFAZ-NOTAS
005680         MOVE LOW-VALUES TO NMS-CHAVE OF REG-NOTA-MESTRE
005690         START ARQ-NOTAS-MESTRE
005700             KEY NOT < NMS-CHAVE OF REG-NOTA-MESTRE
005710             INVALID KEY
005720                 MOVE "S" TO IND-FIM-MESTRE
005730         END-START
005740     END-IF.
005750     IF REFAZ-FREQ
005760         MOVE LOW-VALUES TO FMS-CHAVE OF REG-FREQ-MESTRE
005770         START ARQ-FREQ-MESTRE
005780             KEY NOT < FMS-CHAVE OF REG-FREQ-MESTRE
005790             INVALID KEY
005800                 MOVE "S" TO IND-FIM-MESTRE
005810         END-START
005820     END-IF.
005830     IF REFAZ-TURMAS
005840         MOVE LOW-VALUES TO TMS-CODIGO OF REG-TURMA-MESTRE
005850         START ARQ-TURMAS-MESTRE
005860             KEY NOT < TMS-CODIGO OF REG-TURMA-MESTRE
005870             INVALID KEY
005880                 MOVE "S" TO IND-FIM-MESTRE
005890         END-START
005900     END-IF.
005910 3600-FIM.
005920     EXIT.
005930*----------------------------------------------------------------*
005940 3700-LE-PROXIMO-MESTRE.
005950     IF REFAZ-ALUNOS
005960         READ ARQ-ALUNOS-MESTRE NEXT RECORD
005970             AT END
005980                 MOVE "S" TO IND-FIM-MESTRE
005990         END-READ
006000     END-IF.
006010     IF REFAZ-NOTAS
006020         READ ARQ-NOTAS-MESTRE NEXT RECORD
006030             AT END
006040                 MOVE "S" TO IND-FIM-MESTRE
006050         END-READ
006060     END-IF.
006070     IF REFAZ-FREQ
006080         READ ARQ-FREQ-MESTRE NEXT RECORD
006090             AT END
006100                 MOVE "S" TO IND-FIM-MESTRE
006110         END-READ
006120     END-IF.
006130     IF REFAZ-TURMAS
006140         READ ARQ-TURMAS-MESTRE NEXT RECORD
006150             AT END
006160                 MOVE "S" TO IND-FIM-MESTRE
006170         END-READ
006180     END-IF.
006190 3700-FIM.
006200     EXIT.
006210*----------------------------------------------------------------*
006220 3800-CONTA-UM-REGISTRO.
006230     ADD 1 TO QTD-MESTRE-CONTADOS.
006240     PERFORM 3700-LE-PROXIMO-MESTRE THRU 3700-FIM.
006250 3800-FIM.
006260     EXIT.
006270*----------------------------------------------------------------*
006280 4000-REAPLICA-JORNAL.
006290     PERFORM 4100-LE-JORNAL THRU 4100-FIM.
006300     PERFORM 4200-TRATA-MOVIMENTO THRU 4200-FIM
006310         UNTIL FIM-ARQ-JORNAL.
006320 4000-FIM.
006330     EXIT.
006340*----------------------------------------------------------------*
006350 4100-LE-JORNAL.
006360     READ ARQ-JORNAL
006370         AT END
006380             MOVE "S" TO IND-FIM-JORNAL
006390         NOT AT END
006400             ADD 1 TO CONT-LIDOS
006402             IF CONT-LIDOS = 1
006404                 MOVE JRN-MOMENTO TO WS-MOMENTO-PRIMEIRO
006406             END-IF
006410     END-READ.
006420 4100-FIM.
006430     EXIT.
006440*----------------------------------------------------------------*
006450 4200-TRATA-MOVIMENTO.
006460     PERFORM 4210-CLASSIFICA-MOVIMENTO THRU 4210-FIM.
006470     PERFORM 4100-LE-JORNAL THRU 4100-FIM.
006480 4200-FIM.
006490     EXIT.
006500*----------------------------------------------------------------*
006510*    4210-CLASSIFICA-MOVIMENTO
006520*    O JORNAL E GRAVADO EM ORDEM CRONOLOGICA (DISP=MOD): O QUE
006530*    VEIO ANTES DA DESCARGA JA ESTA NO BACKUP E O QUE VEIO DEPOIS
006540*    DO PONTO DE PARADA FICA DE FORA. DENTRO DO INTERVALO, CONTA
006550*    O MOVIMENTO POR ARQUIVO E APLICA O DO MESTRE A REFAZER.
006560*----------------------------------------------------------------*
006570 4210-CLASSIFICA-MOVIMENTO.
006580     IF JRN-MOMENTO < WS-MOMENTO-PARTIDA
006590         ADD 1 TO CONT-ANTERIORES
006600         GO TO 4210-FIM
006610     END-IF.
006620     IF JRN-MOMENTO > WS-MOMENTO-LIMITE
006630         ADD 1 TO CONT-POSTERIORES
006640         GO TO 4210-FIM
006650     END-IF.
006660     PERFORM 4250-CONTA-POR-ARQUIVO THRU 4250-FIM.
006670     IF JRN-ARQUIVO NOT = WS-ARQUIVO-ALVO
006680         ADD 1 TO CONT-OUTROS-ARQUIVOS
006690         GO TO 4210-FIM
006700     END-IF.
006710     IF NOT JRN-INCLUSAO AND NOT JRN-ALTERACAO
006720                         AND NOT JRN-EXCLUSAO
006730         DISPLAY "REAPLICA: OPERACAO INVALIDA " JRN-OPERACAO
006740                 " NO JORNAL - " JRN-ARQUIVO " CHAVE " JRN-CHAVE
006750                 UPON CONSOLE
006760         ADD 1 TO CONT-OPERACAO-INVALIDA
006770         GO TO 4210-FIM
006780     END-IF.
006790     PERFORM 4300-APLICA-MOVIMENTO THRU 4300-FIM.
006800 4210-FIM.
006810     EXIT.
006820*----------------------------------------------------------------*
006830 4250-CONTA-POR-ARQUIVO.
006840     MOVE JRN-ARQUIVO TO WS-ARQUIVO-PROCURADO.
006850     PERFORM 4260-PROCURA-ARQUIVO THRU 4260-FIM.
006860     IF JRN-INCLUSAO
006870         ADD 1 TO MVA-INCLUSOES(MVA-IDX)
006880     END-IF.
006890     IF JRN-ALTERACAO
006900         ADD 1 TO MVA-ALTERACOES(MVA-IDX)
006910     END-IF.
006920     IF JRN-EXCLUSAO
006930         ADD 1 TO MVA-EXCLUSOES(MVA-IDX)
006940     END-IF.
006950 4250-FIM.
006960     EXIT.
006970*----------------------------------------------------------------*
006980*    4260-PROCURA-ARQUIVO
006990*    PROCURA NA TABELA O ARQUIVO EM WS-ARQUIVO-PROCURADO. MVA-IDX
007000*    FICA APONTANDO PARA ELE OU, SE NAO FOR CONHECIDO, PARA A
007010*    POSICAO DOS OUTROS.
007020*----------------------------------------------------------------*
007030 4260-PROCURA-ARQUIVO.
007040     MOVE "N" TO IND-ACHOU-ARQUIVO.
007050     PERFORM 4265-COMPARA-UM-ARQUIVO THRU 4265-FIM
007060         VARYING MVA-IDX FROM 1 BY 1
007070             UNTIL MVA-IDX > WS-MAX-ARQUIVOS
007080                OR ACHOU-ARQUIVO.
007090 4260-FIM.
007100     EXIT.
007110*----------------------------------------------------------------*
007120 4265-COMPARA-UM-ARQUIVO.
007130     IF MVA-ARQUIVO(MVA-IDX) = WS-ARQUIVO-PROCURADO
007140         MOVE "S" TO IND-ACHOU-ARQUIVO
007150         SET MVA-IDX DOWN BY 1
007160     END-IF.
007170 4265-FIM.
007180     EXIT.
007190*----------------------------------------------------------------*
007200*    4300-APLICA-MOVIMENTO
007210*    LEVA O REGISTRO DO MESTRE A IMAGEM "DEPOIS" DO JORNAL.
007220*    - INCLUSAO: GRAVA; SE JA EXISTE IGUAL, JA ESTAVA APLICADA;
007230*      SE EXISTE DIFERENTE, REGRAVA E CONTA DIVERGENCIA.
007240*    - ALTERACAO: REGRAVA; SE JA ESTA NA IMAGEM DEPOIS, JA ESTAVA
007250*      APLICADA; SE NAO ESTAVA NA IMAGEM ANTES OU NAO EXISTE,
007260*      APLICA ASSIM MESMO E CONTA DIVERGENCIA.
007270*    - EXCLUSAO: EXCLUI; SE NAO EXISTE, JA ESTAVA APLICADA; SE
007280*      NAO ESTAVA NA IMAGEM ANTES, EXCLUI E CONTA DIVERGENCIA.
007290*----------------------------------------------------------------*
007300 4300-APLICA-MOVIMENTO.
007310     PERFORM 4310-LE-REGISTRO THRU 4310-FIM.
007320     IF JRN-INCLUSAO
007330         PERFORM 4400-APLICA-INCLUSAO THRU 4400-FIM
007340     END-IF.
007350     IF JRN-ALTERACAO
007360         PERFORM 4500-APLICA-ALTERACAO THRU 4500-FIM
007370     END-IF.
007380     IF JRN-EXCLUSAO
007390         PERFORM 4600-APLICA-EXCLUSAO THRU 4600-FIM
007400     END-IF.
007410 4300-FIM.
007420     EXIT.
007430*----------------------------------------------------------------*
007440*    4310-LE-REGISTRO
007450*    LE NO MESTRE O REGISTRO DA CHAVE DO JORNAL E GUARDA A SUA
007460*    IMAGEM NO TAMANHO DAS IMAGENS DO JORNAL PARA COMPARACAO.
007470*----------------------------------------------------------------*
007480 4310-LE-REGISTRO.
007490     MOVE "N" TO IND-ACHOU-REGISTRO.
007500     MOVE SPACES TO WS-IMAGEM-ATUAL.
007510     IF REFAZ-ALUNOS
007520         MOVE JRN-CHAVE TO MST-CHAVE OF REG-ALUNO-MESTRE
007530         READ ARQ-ALUNOS-MESTRE
007540             INVALID KEY
007550                 CONTINUE
007560             NOT INVALID KEY
007570                 MOVE "S" TO IND-ACHOU-REGISTRO
007580                 MOVE REG-ALUNO-MESTRE TO WS-IMAGEM-ATUAL
007590         END-READ
007600     END-IF.
007610     IF REFAZ-NOTAS
007620         MOVE JRN-CHAVE TO NMS-CHAVE OF REG-NOTA-MESTRE
007630         READ ARQ-NOTAS-MESTRE
007640             INVALID KEY
007650                 CONTINUE
007660             NOT INVALID KEY
007670                 MOVE "S" TO IND-ACHOU-REGISTRO
007680                 MOVE REG-NOTA-MESTRE TO WS-IMAGEM-ATUAL
007690         END-READ
007700     END-IF.
007710     IF REFAZ-FREQ
007720         MOVE JRN-CHAVE TO FMS-CHAVE OF REG-FREQ-MESTRE
007730         READ ARQ-FREQ-MESTRE
007740             INVALID KEY
007750                 CONTINUE
007760             NOT INVALID KEY
007770                 MOVE "S" TO IND-ACHOU-REGISTRO
007780                 MOVE REG-FREQ-MESTRE TO WS-IMAGEM-ATUAL
007790         END-READ
007800     END-IF.
007810     IF REFAZ-TURMAS
007820         MOVE JRN-CHAVE TO TMS-CODIGO OF REG-TURMA-MESTRE
007830         READ ARQ-TURMAS-MESTRE
007840             INVALID KEY
007850                 CONTINUE
007860             NOT INVALID KEY
007870                 MOVE "S" TO IND-ACHOU-REGISTRO
007880                 MOVE REG-TURMA-MESTRE TO WS-IMAGEM-ATUAL
007890         END-READ
007900     END-IF.
007910 4310-FIM.
007920     EXIT.
007930*----------------------------------------------------------------*
007940 4400-APLICA-INCLUSAO.
007950     IF NOT ACHOU-REGISTRO
007960         PERFORM 4700-GRAVA-REGISTRO THRU 4700-FIM
007970         GO TO 4400-FIM
007980     END-IF.
007990     IF WS-IMAGEM-ATUAL = JRN-IMAGEM-DEPOIS
008000         ADD 1 TO CONT-JA-APLICADOS
008010         GO TO 4400-FIM
008020     END-IF.
008030     PERFORM 4900-AVISA-DIVERGENCIA THRU 4900-FIM.
008040     PERFORM 4750-REGRAVA-REGISTRO THRU 4750-FIM.
008050 4400-FIM.
008060     EXIT.
008070*----------------------------------------------------------------*
008080 4500-APLICA-ALTERACAO.
008090     IF NOT ACHOU-REGISTRO
008100         PERFORM 4900-AVISA-DIVERGENCIA THRU 4900-FIM
008110         PERFORM 4700-GRAVA-REGISTRO THRU 4700-FIM
008120         GO TO 4500-FIM
008130     END-IF.
008140     IF WS-IMAGEM-ATUAL = JRN-IMAGEM-DEPOIS
008150         ADD 1 TO CONT-JA-APLICADOS
008160         GO TO 4500-FIM
008170     END-IF.
008180     IF WS-IMAGEM-ATUAL NOT = JRN-IMAGEM-ANTES
008190         PERFORM 4900-AVISA-DIVERGENCIA THRU 4900-FIM
008200     END-IF.
008210     PERFORM 4750-REGRAVA-REGISTRO THRU 4750-FIM.
008220 4500-FIM.
008230     EXIT.
008240*----------------------------------------------------------------*
008250 4600-APLICA-EXCLUSAO.
008260     IF NOT ACHOU-REGISTRO
008270         ADD 1 TO CONT-JA-APLICADOS
008280         GO TO 4600-FIM
008290     END-IF.
008300     IF WS-IMAGEM-ATUAL NOT = JRN-IMAGEM-ANTES
008310         PERFORM 4900-AVISA-DIVERGENCIA THRU 4900-FIM
008320     END-IF.
008330     PERFORM 4800-EXCLUI-REGISTRO THRU 4800-FIM.
008340 4600-FIM.
008350     EXIT.
008360*----------------------------------------------------------------*
008370*    4700-GRAVA-REGISTRO
008380*    INCLUI NO MESTRE A IMAGEM "DEPOIS" DO JORNAL.
008390*----------------------------------------------------------------*
008400 4700-GRAVA-REGISTRO.
008410     MOVE "N" TO IND-ERRO-GRAVACAO.
008420     IF REFAZ-ALUNOS
008430         MOVE JRN-IMAGEM-DEPOIS TO REG-ALUNO-MESTRE
008440         WRITE REG-ALUNO-MESTRE
008450             INVALID KEY
008460                 MOVE "S" TO IND-ERRO-GRAVACAO
008470         END-WRITE
008480     END-IF.
008490     IF REFAZ-NOTAS
008500         MOVE JRN-IMAGEM-DEPOIS TO REG-NOTA-MESTRE
008510         WRITE REG-NOTA-MESTRE
008520             INVALID KEY
008530                 MOVE "S" TO IND-ERRO-GRAVACAO
008540         END-WRITE
008550     END-IF.
008560     IF REFAZ-FREQ
008570         MOVE JRN-IMAGEM-DEPOIS TO REG-FREQ-MESTRE
008580         WRITE REG-FREQ-MESTRE
008590             INVALID KEY
008600                 MOVE "S" TO IND-ERRO-GRAVACAO
008610         END-WRITE
008620     END-IF.
008630     IF REFAZ-TURMAS
008640         MOVE JRN-IMAGEM-DEPOIS TO REG-TURMA-MESTRE
008650         WRITE REG-TURMA-MESTRE
008660             INVALID KEY
008670                 MOVE "S" TO IND-ERRO-GRAVACAO
008680         END-WRITE
008690     END-IF.
008700     PERFORM 4950-CONTA-GRAVACAO THRU 4950-FIM.
008710 4700-FIM.
008720     EXIT.
008730*----------------------------------------------------------------*
008740*    4750-REGRAVA-REGISTRO
008750*    SUBSTITUI O REGISTRO DO MESTRE PELA IMAGEM "DEPOIS".
008760*----------------------------------------------------------------*
008770 4750-REGRAVA-REGISTRO.
008780     MOVE "N" TO IND-ERRO-GRAVACAO.
008790     IF REFAZ-ALUNOS
008800         MOVE JRN-IMAGEM-DEPOIS TO REG-ALUNO-MESTRE
008810         REWRITE REG-ALUNO-MESTRE
008820             INVALID KEY
008830                 MOVE "S" TO IND-ERRO-GRAVACAO
008840         END-REWRITE
008850     END-IF.
008860     IF REFAZ-NOTAS
008870         MOVE JRN-IMAGEM-DEPOIS TO REG-NOTA-MESTRE
008880         REWRITE REG-NOTA-MESTRE
008890             INVALID KEY
008900                 MOVE "S" TO IND-ERRO-GRAVACAO
008910         END-REWRITE
008920     END-IF.
008930     IF REFAZ-FREQ
008940         MOVE JRN-IMAGEM-DEPOIS TO REG-FREQ-MESTRE
008950         REWRITE REG-FREQ-MESTRE
008960             INVALID KEY
008970                 MOVE "S" TO IND-ERRO-GRAVACAO
008980         END-REWRITE
008990     END-IF.
009000     IF REFAZ-TURMAS
009010         MOVE JRN-IMAGEM-DEPOIS TO REG-TURMA-MESTRE
009020         REWRITE REG-TURMA-MESTRE
009030             INVALID KEY
009040                 MOVE "S" TO IND-ERRO-GRAVACAO
009050         END-REWRITE
009060     END-IF.
009070     PERFORM 4950-CONTA-GRAVACAO THRU 4950-FIM.
009080 4750-FIM.
009090     EXIT.
009100*----------------------------------------------------------------*
009110*    4800-EXCLUI-REGISTRO
009120*    EXCLUI DO MESTRE O REGISTRO DA CHAVE DO JORNAL.
009130*----------------------------------------------------------------*
009140 4800-EXCLUI-REGISTRO.
009150     MOVE "N" TO IND-ERRO-GRAVACAO.
009160     IF REFAZ-ALUNOS
009170         MOVE JRN-CHAVE TO MST-CHAVE OF REG-ALUNO-MESTRE
009180         DELETE ARQ-ALUNOS-MESTRE
009190             INVALID KEY
009200                 MOVE "S" TO IND-ERRO-GRAVACAO
009210         END-DELETE
009220     END-IF.
009230     IF REFAZ-NOTAS
009240         MOVE JRN-CHAVE TO NMS-CHAVE OF REG-NOTA-MESTRE
009250         DELETE ARQ-NOTAS-MESTRE
009260             INVALID KEY
009270                 MOVE "S" TO IND-ERRO-GRAVACAO
009280         END-DELETE
009290     END-IF.
009300     IF REFAZ-FREQ
009310         MOVE JRN-CHAVE TO FMS-CHAVE OF REG-FREQ-MESTRE
009320         DELETE ARQ-FREQ-MESTRE
009330             INVALID KEY
009340                 MOVE "S" TO IND-ERRO-GRAVACAO
009350         END-DELETE
009360     END-IF.
009370     IF REFAZ-TURMAS
009380         MOVE JRN-CHAVE TO TMS-CODIGO OF REG-TURMA-MESTRE
009390         DELETE ARQ-TURMAS-MESTRE
009400             INVALID KEY
009410                 MOVE "S" TO IND-ERRO-GRAVACAO
009420         END-DELETE
009430     END-IF.
009440     PERFORM 4950-CONTA-GRAVACAO THRU 4950-FIM.
009450 4800-FIM.
009460     EXIT.
009470*----------------------------------------------------------------*
009480*    4900-AVISA-DIVERGENCIA
009490*    O MESTRE NAO ESTAVA COMO O JORNAL ESPERAVA. A ATUALIZACAO E
009500*    APLICADA ASSIM MESMO; O AVISO PERMITE CONFERIR O REGISTRO.
009510*----------------------------------------------------------------*
009520 4900-AVISA-DIVERGENCIA.
009530     ADD 1 TO CONT-DIVERGENTES.
009540     DISPLAY "REAPLICA: DIVERGENCIA " JRN-ARQUIVO " CHAVE "
009550             JRN-CHAVE " OPERACAO " JRN-OPERACAO " DE "
009560             JRN-DATA-MOVTO " " JRN-HORA-MOVTO " (" JRN-PROGRAMA
009570             ")" UPON CONSOLE.
009580 4900-FIM.
009590     EXIT.
009600*----------------------------------------------------------------*
009610 4950-CONTA-GRAVACAO.
009620     IF REFAZ-ALUNOS
009630         MOVE STATUS-ARQ-MESTRE TO WS-STATUS-ALVO
009640     END-IF.
009650     IF REFAZ-NOTAS
009660         MOVE STATUS-ARQ-NOTAS TO WS-STATUS-ALVO
009670     END-IF.
009680     IF REFAZ-FREQ
009690         MOVE STATUS-ARQ-FREQ TO WS-STATUS-ALVO
009700     END-IF.
009710     IF REFAZ-TURMAS
009720         MOVE STATUS-ARQ-TURMAS TO WS-STATUS-ALVO
009730     END-IF.
009740     IF ERRO-GRAVACAO
009750         DISPLAY "REAPLICA: ERRO AO ATUALIZAR " WS-ARQUIVO-ALVO
009760                 " CHAVE " JRN-CHAVE " OPERACAO " JRN-OPERACAO
009770                 " - STATUS " WS-STATUS-ALVO UPON CONSOLE
009780         ADD 1 TO CONT-ERROS-GRAVACAO
009790     ELSE
009800         ADD 1 TO CONT-APLICADOS
009810     END-IF.
009820 4950-FIM.
009830     EXIT.
009840*----------------------------------------------------------------*
009850*    5000-CONFERE-REAPLICACAO
009860*    CONFERE A LEITURA DO JORNAL (TODO REGISTRO LIDO FOI TRATADO
009870*    UMA VEZ) E A QUANTIDADE FINAL DO MESTRE CONTRA A QUANTIDADE
009880*    INICIAL MAIS AS INCLUSOES E MENOS AS EXCLUSOES DO JORNAL NO
009890*    INTERVALO. DIVERGENCIA TERMINA COM RETURN-CODE 8; ERRO DE
009895*    GRAVACAO, COM 16, COMO NA RECARGA. SEM NADA DISSO, O MESTRE
009900*    SEM BACKUP (REFEITO DO INICIO DO JORNAL) TERMINA COM 4: A
009905*    CONFERENCIA NAO ENXERGA O QUE FOI CARREGADO ANTES DO JORNAL.
009910*----------------------------------------------------------------*
009920 5000-CONFERE-REAPLICACAO.
009930     PERFORM 3500-CONTA-MESTRE THRU 3500-FIM.
009940     MOVE QTD-MESTRE-CONTADOS TO QTD-MESTRE-DEPOIS.
009950     COMPUTE QTD-MESTRE-PREVISTO =
009960         QTD-MESTRE-ANTES + MVA-INCLUSOES(WS-POS-ALVO)
009970                          - MVA-EXCLUSOES(WS-POS-ALVO).
009980     IF QTD-MESTRE-PREVISTO NOT = QTD-MESTRE-DEPOIS
009990         MOVE "N" TO IND-CONTAGEM-CONFERE
010000     END-IF.
010010     COMPUTE WS-TOTAL-CONFERENCIA =
010020         CONT-ANTERIORES + CONT-POSTERIORES + CONT-OUTROS-ARQUIVOS
010030                         + CONT-OPERACAO-INVALIDA + CONT-APLICADOS
010040                         + CONT-JA-APLICADOS
010050                         + CONT-ERROS-GRAVACAO.
010060     IF WS-TOTAL-CONFERENCIA NOT = CONT-LIDOS
010070         MOVE "N" TO IND-LEITURA-CONFERE
010080     END-IF.
010090     IF CONT-ERROS-GRAVACAO > 0
010100         MOVE 16 TO RETURN-CODE
010110     ELSE
010120         IF CONT-DIVERGENTES > 0 OR CONT-OPERACAO-INVALIDA > 0
010130            OR NOT CONTAGEM-CONFERE OR NOT LEITURA-CONFERE
010140             MOVE 8 TO RETURN-CODE
010150         END-IF
010152     END-IF.
010154     IF RETURN-CODE = 0
010156        AND NOT REFAZ-ALUNOS
010158         MOVE 4 TO RETURN-CODE
010160     END-IF.
010170 5000-FIM.
010180     EXIT.
010190*----------------------------------------------------------------*
010200*    8000-RELATORIO
010210*    PAGINA UNICA: INTERVALO REAPLICADO, CONTAGEM DO JORNAL,
010220*    MOVIMENTOS POR ARQUIVO E CONFERENCIA DO MESTRE REFEITO.
010230*----------------------------------------------------------------*
010240 8000-RELATORIO.
010250     MOVE WS-DATA-HOJE TO CAB-DATA.
010260     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
010270     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
010280     MOVE SPACES TO REG-LINHA-RELATORIO.
010290     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010300     MOVE SPACES TO WS-LINHA-TEXTO.
010310     MOVE "MESTRE REFEITO ..................:" TO TXT-DESCRICAO.
010320     MOVE WS-ARQUIVO-ALVO TO TXT-VALOR.
010330     MOVE WS-LINHA-TEXTO TO REG-LINHA-RELATORIO.
010340     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010350     MOVE SPACES TO WS-LINHA-TEXTO.
010360     MOVE "PONTO DE PARTIDA (DATA HORA) ....:" TO TXT-DESCRICAO.
010370     IF REFAZ-ALUNOS
010380         MOVE WS-DATA-PARTIDA TO IMP-DATA
010390         MOVE WS-HORA-PARTIDA TO IMP-HORA
010400         MOVE WS-MOMENTO-IMPRESSO TO TXT-VALOR
010410     ELSE
010420         MOVE "INICIO DO JORNAL" TO TXT-VALOR
010430     END-IF.
010440     MOVE WS-LINHA-TEXTO TO REG-LINHA-RELATORIO.
010450     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010460     MOVE SPACES TO WS-LINHA-TEXTO.
010470     MOVE "PONTO DE PARADA (DATA HORA) .....:" TO TXT-DESCRICAO.
010480     IF COM-PONTO-DE-PARADA
010490         MOVE WS-DATA-LIMITE TO IMP-DATA
010500         MOVE WS-HORA-LIMITE TO IMP-HORA
010510         MOVE WS-MOMENTO-IMPRESSO TO TXT-VALOR
010520     ELSE
010530         MOVE "FIM DO JORNAL" TO TXT-VALOR
010540     END-IF.
010550     MOVE WS-LINHA-TEXTO TO REG-LINHA-RELATORIO.
010551     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010552     MOVE SPACES TO WS-LINHA-TEXTO.
010553     MOVE "JORNAL DESDE (DATA HORA) ........:" TO TXT-DESCRICAO.
010554     IF CONT-LIDOS > 0
010555         MOVE WS-DATA-PRIMEIRO TO IMP-DATA
010556         MOVE WS-HORA-PRIMEIRO TO IMP-HORA
010557         MOVE WS-MOMENTO-IMPRESSO TO TXT-VALOR
010558     ELSE
010559         MOVE "JORNAL VAZIO" TO TXT-VALOR
010560     END-IF.
010561     MOVE WS-LINHA-TEXTO TO REG-LINHA-RELATORIO.
010562     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010563     IF NOT REFAZ-ALUNOS
010564         MOVE SPACES TO WS-LINHA-AVISO
010565         STRING "ATENCAO: MESTRE SEM BACKUP - SO ESTA COMPLETO "
010566                "SE O JORNAL EXISTE DESDE A DEFINICAO DO CLUSTER "
010567                "VAZIO" DELIMITED BY SIZE INTO AVI-TEXTO
010568         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
010569         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
010570     END-IF.
010571     MOVE SPACES TO REG-LINHA-RELATORIO.
010580     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010590     MOVE "REGISTROS LIDOS DO JORNAL .......:" TO TOTL-DESCRICAO.
010600     MOVE CONT-LIDOS TO TOTL-VALOR.
010610     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010620     MOVE "ANTERIORES AO PONTO DE PARTIDA ..:" TO TOTL-DESCRICAO.
010630     MOVE CONT-ANTERIORES TO TOTL-VALOR.
010640     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010650     MOVE "POSTERIORES AO PONTO DE PARADA ..:" TO TOTL-DESCRICAO.
010660     MOVE CONT-POSTERIORES TO TOTL-VALOR.
010670     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010680     MOVE "DE OUTROS ARQUIVOS ..............:" TO TOTL-DESCRICAO.
010690     MOVE CONT-OUTROS-ARQUIVOS TO TOTL-VALOR.
010700     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010710     MOVE "OPERACAO INVALIDA (IGNORADOS) ...:" TO TOTL-DESCRICAO.
010720     MOVE CONT-OPERACAO-INVALIDA TO TOTL-VALOR.
010730     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010740     MOVE "APLICADOS NO MESTRE .............:" TO TOTL-DESCRICAO.
010750     MOVE CONT-APLICADOS TO TOTL-VALOR.
010760     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010770     MOVE "  DOS QUAIS DIVERGENTES .........:" TO TOTL-DESCRICAO.
010780     MOVE CONT-DIVERGENTES TO TOTL-VALOR.
010790     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010800     MOVE "JA PRESENTES NO MESTRE ..........:" TO TOTL-DESCRICAO.
010810     MOVE CONT-JA-APLICADOS TO TOTL-VALOR.
010820     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010830     MOVE "ERROS DE GRAVACAO ...............:" TO TOTL-DESCRICAO.
010840     MOVE CONT-ERROS-GRAVACAO TO TOTL-VALOR.
010850     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010860     MOVE SPACES TO REG-LINHA-RELATORIO.
010870     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010880     MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO.
010890     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010900     PERFORM 8200-IMPRIME-ARQUIVO THRU 8200-FIM
010910         VARYING MVA-IDX FROM 1 BY 1
010920             UNTIL MVA-IDX > WS-MAX-ARQUIVOS + 1.
010930     MOVE SPACES TO REG-LINHA-RELATORIO.
010940     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010950     MOVE "REGISTROS NO MESTRE ANTES .......:" TO TOTL-DESCRICAO.
010960     MOVE QTD-MESTRE-ANTES TO TOTL-VALOR.
010970     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
010980     MOVE "(+) INCLUSOES DO JORNAL .........:" TO TOTL-DESCRICAO.
010990     MOVE MVA-INCLUSOES(WS-POS-ALVO) TO TOTL-VALOR.
011000     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
011010     MOVE "(-) EXCLUSOES DO JORNAL .........:" TO TOTL-DESCRICAO.
011020     MOVE MVA-EXCLUSOES(WS-POS-ALVO) TO TOTL-VALOR.
011030     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
011040     MOVE "REGISTROS NO MESTRE DEPOIS ......:" TO TOTL-DESCRICAO.
011050     MOVE QTD-MESTRE-DEPOIS TO TOTL-VALOR.
011060     PERFORM 8100-IMPRIME-TOTAL THRU 8100-FIM.
011070     MOVE SPACES TO REG-LINHA-RELATORIO.
011080     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011090     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
011100     MOVE WS-MSG-CONF-LEITURA TO RCON-DESCRICAO.
011110     IF LEITURA-CONFERE
011120         MOVE "OK"         TO RCON-STATUS
011130     ELSE
011140         MOVE "DIVERGENTE" TO RCON-STATUS
011150     END-IF.
011160     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
011170     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011180     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
011190     MOVE WS-MSG-CONF-CONTAGEM TO RCON-DESCRICAO.
011200     IF CONTAGEM-CONFERE
011210         MOVE "OK"         TO RCON-STATUS
011220     ELSE
011230         MOVE "DIVERGENTE" TO RCON-STATUS
011240     END-IF.
011250     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
011260     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011270 8000-FIM.
011280     EXIT.
011290*----------------------------------------------------------------*
011300 8100-IMPRIME-TOTAL.
011310     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
011320     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011330     MOVE SPACES TO WS-LINHA-TOTAL.
011340 8100-FIM.
011350     EXIT.
011360*----------------------------------------------------------------*
011370*    8200-IMPRIME-ARQUIVO
011380*    UMA LINHA POR ARQUIVO DO JORNAL. SO O MESTRE ESCOLHIDO E
011390*    REFEITO; RESULMST E PERIMST FICAM NO JORNAL COMO TRILHA.
011400*----------------------------------------------------------------*
011410 8200-IMPRIME-ARQUIVO.
011420     MOVE SPACES TO WS-LINHA-ARQUIVO.
011430     MOVE MVA-ARQUIVO(MVA-IDX)    TO LAR-ARQUIVO.
011440     MOVE MVA-INCLUSOES(MVA-IDX)  TO LAR-INCLUSOES.
011450     MOVE MVA-ALTERACOES(MVA-IDX) TO LAR-ALTERACOES.
011460     MOVE MVA-EXCLUSOES(MVA-IDX)  TO LAR-EXCLUSOES.
011470     IF MVA-ARQUIVO(MVA-IDX) = WS-ARQUIVO-ALVO
011480         MOVE "<-- MESTRE REFEITO"   TO LAR-OBSERVACAO
011490     END-IF.
011500     MOVE WS-LINHA-ARQUIVO TO REG-LINHA-RELATORIO.
011510     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011520 8200-FIM.
011530     EXIT.
011540*----------------------------------------------------------------*
011550 9999-FINALIZA.
011560     CLOSE ARQ-JORNAL.
011570     CLOSE ARQ-RELATORIO.
011580     IF REFAZ-ALUNOS
011590         CLOSE ARQ-ALUNOS-MESTRE
011600     END-IF.
011610     IF REFAZ-NOTAS
011620         CLOSE ARQ-NOTAS-MESTRE
011630     END-IF.
011640     IF REFAZ-FREQ
011650         CLOSE ARQ-FREQ-MESTRE
011660     END-IF.
011670     IF REFAZ-TURMAS
011680         CLOSE ARQ-TURMAS-MESTRE
011690     END-IF.
011691     IF CONT-LIDOS > 0
011692         DISPLAY "REAPLICA: JORNAL DESDE " WS-DATA-PRIMEIRO " "
011693                 WS-HORA-PRIMEIRO UPON CONSOLE
011694     ELSE
011695         DISPLAY "REAPLICA: JORNAL VAZIO" UPON CONSOLE
011696     END-IF.
011700     IF RETURN-CODE = 0
011710         DISPLAY "REAPLICA: " WS-ARQUIVO-ALVO " REFEITO, "
011720                 CONT-APLICADOS " ATUALIZACOES APLICADAS, "
011721                 "CONFERENCIA OK" UPON CONSOLE
011722         GO TO 9999-FIM
011723     END-IF.
011724     IF RETURN-CODE = 4
011725         DISPLAY "REAPLICA: ATENCAO - " WS-ARQUIVO-ALVO
011726                 " REFEITO DO INICIO DO JORNAL, " CONT-APLICADOS
011727                 " ATUALIZACOES APLICADAS" UPON CONSOLE
011728         DISPLAY "REAPLICA: CONFERENCIA SEM DIVERGENCIA, MAS O "
011729                 "MESTRE SO ESTA COMPLETO SE O JORNAL EXISTE "
011730                 "DESDE A DEFINICAO DO CLUSTER VAZIO - RC 4"
011731                 UPON CONSOLE
011732         GO TO 9999-FIM
011733     END-IF.
011734     IF RETURN-CODE = 16
011735         DISPLAY "REAPLICA: " WS-ARQUIVO-ALVO
011736                 " - ERRO FATAL/GRAVACAO - MESTRE NAO DEVE SER "
011737                 "USADO - VER REAREL - RC "
011738                 RETURN-CODE UPON CONSOLE
011739     ELSE
011750         DISPLAY "REAPLICA: " WS-ARQUIVO-ALVO " REFEITO COM "
011760                 "DIVERGENCIA - VER REAREL - RC " RETURN-CODE
011770                 UPON CONSOLE
011780     END-IF.
011790 9999-FIM.
011800     EXIT.
