000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    ESTAT.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  ESTATISTICAS GERENCIAIS DO PERIODO PARA A DIRECAO. PARA CADA  *
000120*  TURMA DO MESTRE DE TURMAS (TURMMST): OCUPACAO (ALUNOS DO      *
000130*  MESTRE DE ALUNOS CONTRA A CAPACIDADE), PERFIL POR SEXO E POR  *
000140*  FAIXA DE IDADE, DESLIGAMENTOS DO PERIODO (HISTORICO DE        *
000150*  EXCLUIDOS, ALUNHIS), RESULTADO DO FECHAMENTO (RESULMST) E     *
000160*  FREQUENCIA MEDIA (FREQMST); E, POR DISCIPLINA, AS TAXAS DE    *
000170*  APROVACAO, REPROVACAO POR NOTA E POR FALTA APURADAS DAS NOTAS *
000180*  (NOTAMST) E DA FREQUENCIA COM OS CRITERIOS DO CARTAO. O       *
000190*  CARTAO (ESTPARM) E O MESMO DO FECHAMENTO (COPIA FECHPRM):     *
000200*  PERIODO, MEDIA MINIMA E FREQUENCIA MINIMA. O RELATORIO        *
000210*  (ESTREL) TRAZ UMA PAGINA POR TURMA E O TOTAL DA INSTITUICAO;  *
000220*  OS MESMOS NUMEROS SAEM NO ARQUIVO DELIMITADO POR ";" (ESTSAI) *
000230*  PARA A PLANILHA DA DIRECAO. SOMENTE LEITURA.                  *
000240*----------------------------------------------------------------*
000250*  HISTORICO DE ALTERACOES
000260*  DATA       AUTOR   DESCRICAO
000270*  2026-10-15 JMS     VERSAO ORIGINAL.
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     CONSOLE IS CONSOLE.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARQ-PARAMETROS      ASSIGN TO ESTPARM
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS STATUS-ARQ-PARAMETROS.
000380
000390     SELECT ARQ-TURMAS-MESTRE   ASSIGN TO TURMMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000430         FILE STATUS IS STATUS-ARQ-TURMAS.
000440
000450     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000490         FILE STATUS IS STATUS-ARQ-MESTRE.
000500
000510     SELECT ARQ-HISTORICO       ASSIGN TO ALUNHIS
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS STATUS-ARQ-HISTORICO.
000540
000550     SELECT ARQ-RESULTADOS      ASSIGN TO RESULMST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS CHAVE-RESULTADO OF REG-RESULTADO
000590         FILE STATUS IS STATUS-ARQ-RESULTADOS.
000600
000610     SELECT ARQ-NOTAS-MESTRE    ASSIGN TO NOTAMST
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS NMS-CHAVE OF REG-NOTA-MESTRE
000650         FILE STATUS IS STATUS-ARQ-NOTAS.
000660
000670     SELECT ARQ-FREQ-MESTRE     ASSIGN TO FREQMST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000710         FILE STATUS IS STATUS-ARQ-FREQ.
000720
000730     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000770         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000780
000790     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000830         FILE STATUS IS STATUS-ARQ-PERIODOS.
000840
000850     SELECT ARQ-RELATORIO       ASSIGN TO ESTREL
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS STATUS-ARQ-RELATORIO.
000880
000890     SELECT ARQ-PLANILHA        ASSIGN TO ESTSAI
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS STATUS-ARQ-PLANILHA.
000920
000930*----------------------------------------------------------------*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  ARQ-PARAMETROS
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-PARAMETRO.
000990     COPY FECHPRM.
001000
001010 FD  ARQ-TURMAS-MESTRE
001020     LABEL RECORDS ARE STANDARD.
001030 01  REG-TURMA-MESTRE.
001040     COPY TURMC  REPLACING TRM-CODIGO BY TMS-CODIGO
001050                           TRM-NOME-CURSO BY TMS-NOME-CURSO
001060                           TRM-CAPACIDADE BY TMS-CAPACIDADE
001070                           TRM-SITUACAO BY TMS-SITUACAO
001080                           TRM-ABERTA BY TMS-ABERTA
001090                           TRM-FECHADA BY TMS-FECHADA.
001100
001110 FD  ARQ-ALUNOS-MESTRE
001120     LABEL RECORDS ARE STANDARD.
001130 01  REG-ALUNO-MESTRE.
001140     COPY ESTUD  REPLACING CHAVE-ALUNO BY MST-CHAVE
001150                           TURMA BY MST-TURMA
001160                           RA BY MST-RA
001170                           NOME BY MST-NOME
001180                           SEXO BY MST-SEXO
001190                           IDADE BY MST-IDADE.
001200     COPY AJUSTE REPLACING RA-AJUSTADO BY MST-RA-AJUSTADO
001210                       IND-AJUSTE-APLICADO BY MST-IND-AJUSTE
001220                       AJUSTE-APLICADO BY MST-AJUST-APLIC
001230                       AJUSTE-NAO-APLICADO BY MST-AJUST-NAO-APL.
001240
001250 FD  ARQ-HISTORICO
001260     LABEL RECORDS ARE STANDARD.
001270 01  REG-HISTORICO.
001280     COPY ALUNHC.
001290
001300 FD  ARQ-RESULTADOS
001310     LABEL RECORDS ARE STANDARD.
001320 01  REG-RESULTADO.
001330     COPY RESULC.
001340
001350 FD  ARQ-NOTAS-MESTRE
001360     LABEL RECORDS ARE STANDARD.
001370 01  REG-NOTA-MESTRE.
001380     COPY NOTAC  REPLACING CHAVE-NOTA BY NMS-CHAVE
001390                           NT-TURMA BY NMS-TURMA
001400                           NT-RA BY NMS-RA
001410                           NT-DISCIPLINA BY NMS-DISCIPLINA
001420                           NT-PERIODO BY NMS-PERIODO
001430                           NT-NOTA BY NMS-NOTA.
001440
001450 FD  ARQ-FREQ-MESTRE
001460     LABEL RECORDS ARE STANDARD.
001470 01  REG-FREQ-MESTRE.
001480     COPY FREQC  REPLACING CHAVE-FREQ BY FMS-CHAVE
001490                           FQ-TURMA BY FMS-TURMA
001500                           FQ-RA BY FMS-RA
001510                           FQ-DISCIPLINA BY FMS-DISCIPLINA
001520                           FQ-PERIODO BY FMS-PERIODO
001530                           FQ-FALTAS BY FMS-FALTAS
001540                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
001550
001560 FD  ARQ-DISCIPLINAS-MESTRE
001570     LABEL RECORDS ARE STANDARD.
001580 01  REG-DISCIPLINA-MESTRE.
001590     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
001600                           DIS-NOME BY DMS-NOME
001610                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
001620                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
001630                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
001640                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
001650
001660 FD  ARQ-PERIODOS-MESTRE
001670     LABEL RECORDS ARE STANDARD.
001680 01  REG-PERIODO-MESTRE.
001690     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
001700                           PER-DATA-INICIO BY PMS-DATA-INICIO
001710                           PER-DATA-FIM BY PMS-DATA-FIM
001720                           PER-SITUACAO BY PMS-SITUACAO
001730                           PER-ABERTO BY PMS-ABERTO
001740                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
001750                           PER-FECHADO BY PMS-FECHADO
001760                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
001770
001780 FD  ARQ-RELATORIO
001790     LABEL RECORDS ARE STANDARD.
001800 01  REG-LINHA-RELATORIO         PIC X(132).
001810
001820 FD  ARQ-PLANILHA
001830     LABEL RECORDS ARE STANDARD.
001840 01  REG-LINHA-PLANILHA          PIC X(80).
001850*----------------------------------------------------------------*
001860 WORKING-STORAGE SECTION.
001870*----------------------------------------------------------------*
001880*    CONSTANTES
001890*----------------------------------------------------------------*
001900 77  WS-MEDIA-MINIMA-DEFAULT     PIC 9(02)V9(01) VALUE 5.0.
001910 77  WS-FREQ-MINIMA-DEFAULT      PIC 9(03) VALUE 75.
001920 77  WS-MAX-TURMAS               PIC 9(04) COMP VALUE 200.
001930 77  WS-MAX-TURMA-DISC           PIC 9(04) COMP VALUE 2000.
001940 77  WS-MAX-DISC-GERAL           PIC 9(04) COMP VALUE 300.
001950*----------------------------------------------------------------*
001960*    PARAMETROS DAS ESTATISTICAS
001970*----------------------------------------------------------------*
001980 01  WS-PERIODO-ESTAT            PIC X(06) VALUE SPACES.
001990 01  WS-MEDIA-MINIMA             PIC 9(02)V9(01) VALUE 0.
002000 01  WS-MEDIA-MINIMA-X REDEFINES WS-MEDIA-MINIMA
002010                                 PIC X(03).
002020 01  WS-FREQ-MINIMA              PIC 9(03) VALUE 0.
002030 01  WS-FREQ-MINIMA-X REDEFINES WS-FREQ-MINIMA
002040                                 PIC X(03).
002050 01  WS-DATA-INICIO              PIC 9(08) VALUE 0.
002060 01  WS-DATA-FIM                 PIC 9(08) VALUE 0.
002070 01  WS-SITUACAO-PERIODO         PIC X(01) VALUE SPACES.
002080*----------------------------------------------------------------*
002090*    CHAVES DO BALANCO DE LINHA ENTRE NOTAS E FREQUENCIA (TURMA +
002100*    RA + DISCIPLINA; O PERIODO E FILTRADO NA LEITURA), COMO NO
002110*    ALERTA DE RISCO. FIM DE ARQUIVO LEVA A CHAVE A HIGH-VALUES.
002120*----------------------------------------------------------------*
002130 01  WS-CHAVE-NOTA.
002140     05  CHN-TURMA               PIC X(04).
002150     05  CHN-RA                  PIC 9(06).
002160     05  CHN-DISCIPLINA          PIC X(06).
002170 01  WS-CHAVE-FREQ.
002180     05  CHF-TURMA               PIC X(04).
002190     05  CHF-RA                  PIC 9(06).
002200     05  CHF-DISCIPLINA          PIC X(06).
002210 01  WS-CHAVE-ATUAL.
002220     05  CHA-TURMA               PIC X(04).
002230     05  CHA-RA                  PIC 9(06).
002240     05  CHA-DISCIPLINA          PIC X(06).
002250*----------------------------------------------------------------*
002260*    CAMPOS DE TRABALHO DA AVALIACAO DE UMA DISCIPLINA DO ALUNO.
002270*    DECISAO: A = APROVADO, R = REPROVADO POR NOTA, F = REPROVADO
002280*    POR FALTA, S = SEM NOTA LANCADA (SO FREQUENCIA).
002290*----------------------------------------------------------------*
002300 01  WS-NOTA                     PIC 9(02)V9(01) VALUE 0.
002310 01  WS-FALTAS                   PIC 9(03) VALUE 0.
002320 01  WS-AULAS                    PIC 9(03) VALUE 0.
002330 01  WS-PCT-FREQ                 PIC 9(03) VALUE 0.
002340 01  WS-DECISAO                  PIC X(01) VALUE SPACES.
002350     88  DECISAO-APROVADO            VALUE "A".
002360     88  DECISAO-REPROV-NOTA         VALUE "R".
002370     88  DECISAO-REPROV-FALTA        VALUE "F".
002380     88  DECISAO-SEM-NOTA            VALUE "S".
002390 01  WS-NOME-DISC                PIC X(30) VALUE SPACES.
002400*----------------------------------------------------------------*
002410*    QUADRO DE UMA TURMA. O MESMO LAYOUT SE REPETE NA TABELA DE
002420*    TURMAS (TUR-QUADRO), NO QUADRO EM IMPRESSAO (QDR-), NO TOTAL
002430*    DA INSTITUICAO (GER-) E NO QUADRO ZERADO QUE INICIA CADA
002440*    TURMA NOVA DA TABELA.
002450*----------------------------------------------------------------*
002460 01  WS-QUADRO.
002470     05  QDR-CAPACIDADE          PIC 9(06) COMP.
002480     05  QDR-ALUNOS              PIC 9(06) COMP.
002490     05  QDR-MASCULINO           PIC 9(06) COMP.
002500     05  QDR-FEMININO            PIC 9(06) COMP.
002510     05  QDR-SEXO-OUTRO          PIC 9(06) COMP.
002520     05  QDR-IDADE-ATE-17        PIC 9(06) COMP.
002530     05  QDR-IDADE-18-20         PIC 9(06) COMP.
002540     05  QDR-IDADE-21-24         PIC 9(06) COMP.
002550     05  QDR-IDADE-25-29         PIC 9(06) COMP.
002560     05  QDR-IDADE-30-MAIS       PIC 9(06) COMP.
002570     05  QDR-DESLIGADOS          PIC 9(06) COMP.
002580     05  QDR-RES-APROVADOS       PIC 9(06) COMP.
002590     05  QDR-RES-REPROV-NOTA     PIC 9(06) COMP.
002600     05  QDR-RES-REPROV-FALTA    PIC 9(06) COMP.
002610     05  QDR-RES-RECUPERACAO     PIC 9(06) COMP.
002620     05  QDR-AULAS               PIC 9(08) COMP.
002630     05  QDR-FALTAS              PIC 9(08) COMP.
002640
002650 01  WS-QUADRO-GERAL.
002660     05  GER-CAPACIDADE          PIC 9(06) COMP VALUE 0.
002670     05  GER-ALUNOS              PIC 9(06) COMP VALUE 0.
002680     05  GER-MASCULINO           PIC 9(06) COMP VALUE 0.
002690     05  GER-FEMININO            PIC 9(06) COMP VALUE 0.
002700     05  GER-SEXO-OUTRO          PIC 9(06) COMP VALUE 0.
002710     05  GER-IDADE-ATE-17        PIC 9(06) COMP VALUE 0.
002720     05  GER-IDADE-18-20         PIC 9(06) COMP VALUE 0.
002730     05  GER-IDADE-21-24         PIC 9(06) COMP VALUE 0.
002740     05  GER-IDADE-25-29         PIC 9(06) COMP VALUE 0.
002750     05  GER-IDADE-30-MAIS       PIC 9(06) COMP VALUE 0.
002760     05  GER-DESLIGADOS          PIC 9(06) COMP VALUE 0.
002770     05  GER-RES-APROVADOS       PIC 9(06) COMP VALUE 0.
002780     05  GER-RES-REPROV-NOTA     PIC 9(06) COMP VALUE 0.
002790     05  GER-RES-REPROV-FALTA    PIC 9(06) COMP VALUE 0.
002800     05  GER-RES-RECUPERACAO     PIC 9(06) COMP VALUE 0.
002810     05  GER-AULAS               PIC 9(08) COMP VALUE 0.
002820     05  GER-FALTAS              PIC 9(08) COMP VALUE 0.
002830
002840 01  WS-QUADRO-ZERADO.
002850     05  FILLER                  PIC 9(06) COMP VALUE 0.
002860     05  FILLER                  PIC 9(06) COMP VALUE 0.
002870     05  FILLER                  PIC 9(06) COMP VALUE 0.
002880     05  FILLER                  PIC 9(06) COMP VALUE 0.
002890     05  FILLER                  PIC 9(06) COMP VALUE 0.
002900     05  FILLER                  PIC 9(06) COMP VALUE 0.
002910     05  FILLER                  PIC 9(06) COMP VALUE 0.
002920     05  FILLER                  PIC 9(06) COMP VALUE 0.
002930     05  FILLER                  PIC 9(06) COMP VALUE 0.
002940     05  FILLER                  PIC 9(06) COMP VALUE 0.
002950     05  FILLER                  PIC 9(06) COMP VALUE 0.
002960     05  FILLER                  PIC 9(06) COMP VALUE 0.
002970     05  FILLER                  PIC 9(06) COMP VALUE 0.
002980     05  FILLER                  PIC 9(06) COMP VALUE 0.
002990     05  FILLER                  PIC 9(06) COMP VALUE 0.
003000     05  FILLER                  PIC 9(08) COMP VALUE 0.
003010     05  FILLER                  PIC 9(08) COMP VALUE 0.
003020*----------------------------------------------------------------*
003030*    TABELA DAS TURMAS, EM ORDEM DE CODIGO. CARREGADA DO MESTRE DE
003040*    TURMAS; TURMA QUE SO APARECE NOS OUTROS ARQUIVOS ENTRA NA SUA
003050*    POSICAO MARCADA COMO NAO CADASTRADA.
003060*----------------------------------------------------------------*
003070 01  TAB-TURMAS.
003080     02  TUR OCCURS 200 TIMES
003090             INDEXED BY TUR-IDX.
003100         05  TUR-CODIGO              PIC X(04).
003110         05  TUR-NOME-CURSO          PIC X(30).
003120         05  TUR-SITUACAO            PIC X(01).
003130         05  TUR-IND-CADASTRO        PIC X(01).
003140             88  TUR-CADASTRADA          VALUE "S".
003150         05  TUR-QUADRO.
003160             10  TUR-CAPACIDADE      PIC 9(06) COMP.
003170             10  TUR-ALUNOS          PIC 9(06) COMP.
003180             10  TUR-MASCULINO       PIC 9(06) COMP.
003190             10  TUR-FEMININO        PIC 9(06) COMP.
003200             10  TUR-SEXO-OUTRO      PIC 9(06) COMP.
003210             10  TUR-IDADE-ATE-17    PIC 9(06) COMP.
003220             10  TUR-IDADE-18-20     PIC 9(06) COMP.
003230             10  TUR-IDADE-21-24     PIC 9(06) COMP.
003240             10  TUR-IDADE-25-29     PIC 9(06) COMP.
003250             10  TUR-IDADE-30-MAIS   PIC 9(06) COMP.
003260             10  TUR-DESLIGADOS      PIC 9(06) COMP.
003270             10  TUR-RES-APROVADOS   PIC 9(06) COMP.
003280             10  TUR-RES-REPROV-NOTA PIC 9(06) COMP.
003290             10  TUR-RES-REPROV-FALTA PIC 9(06) COMP.
003300             10  TUR-RES-RECUPERACAO PIC 9(06) COMP.
003310             10  TUR-AULAS           PIC 9(08) COMP.
003320             10  TUR-FALTAS          PIC 9(08) COMP.
003330 01  QTD-TURMAS                  PIC 9(04) COMP VALUE 0.
003340 01  WS-TURMA-BUSCA              PIC X(04) VALUE SPACES.
003350 01  WS-TURMA-ULTIMA             PIC X(04) VALUE LOW-VALUES.
003360 01  WS-POS-ULTIMA               PIC 9(04) COMP VALUE 0.
003370*----------------------------------------------------------------*
003380*    CONTADORES DE UMA DISCIPLINA. O MESMO LAYOUT SE REPETE NA
003390*    TABELA TURMA X DISCIPLINA (TDI-), NA TABELA DAS DISCIPLINAS
003400*    DA INSTITUICAO (DGE-), NA LINHA EM IMPRESSAO (CDI-), NA SOMA
003410*    DAS LINHAS IMPRESSAS (CDT-) E NOS CONTADORES ZERADOS.
003420*----------------------------------------------------------------*
003430 01  WS-CONT-DISC.
003440     05  CDI-AVALIADOS           PIC 9(06) COMP.
003450     05  CDI-APROVADOS           PIC 9(06) COMP.
003460     05  CDI-REPROV-NOTA         PIC 9(06) COMP.
003470     05  CDI-REPROV-FALTA        PIC 9(06) COMP.
003480     05  CDI-SEM-NOTA            PIC 9(06) COMP.
003490     05  CDI-AULAS               PIC 9(08) COMP.
003500     05  CDI-FALTAS              PIC 9(08) COMP.
003510
003520 01  WS-CONT-DISC-TOTAL.
003530     05  CDT-AVALIADOS           PIC 9(06) COMP.
003540     05  CDT-APROVADOS           PIC 9(06) COMP.
003550     05  CDT-REPROV-NOTA         PIC 9(06) COMP.
003560     05  CDT-REPROV-FALTA        PIC 9(06) COMP.
003570     05  CDT-SEM-NOTA            PIC 9(06) COMP.
003580     05  CDT-AULAS               PIC 9(08) COMP.
003590     05  CDT-FALTAS              PIC 9(08) COMP.
003600
003610 01  WS-CONT-DISC-ZERADO.
003620     05  FILLER                  PIC 9(06) COMP VALUE 0.
003630     05  FILLER                  PIC 9(06) COMP VALUE 0.
003640     05  FILLER                  PIC 9(06) COMP VALUE 0.
003650     05  FILLER                  PIC 9(06) COMP VALUE 0.
003660     05  FILLER                  PIC 9(06) COMP VALUE 0.
003670     05  FILLER                  PIC 9(08) COMP VALUE 0.
003680     05  FILLER                  PIC 9(08) COMP VALUE 0.
003690*----------------------------------------------------------------*
003700*    TABELA TURMA X DISCIPLINA, EM ORDEM DE TURMA + DISCIPLINA, E
003710*    TABELA DAS DISCIPLINAS DA INSTITUICAO, EM ORDEM DE CODIGO
003720*----------------------------------------------------------------*
003730 01  TAB-TURMA-DISC.
003740     02  TDI OCCURS 2000 TIMES
003750             INDEXED BY TDI-IDX.
003760         05  TDI-CHAVE.
003770             10  TDI-TURMA           PIC X(04).
003780             10  TDI-DISCIPLINA      PIC X(06).
003790         05  TDI-CONTADORES.
003800             10  TDI-AVALIADOS       PIC 9(06) COMP.
003810             10  TDI-APROVADOS       PIC 9(06) COMP.
003820             10  TDI-REPROV-NOTA     PIC 9(06) COMP.
003830             10  TDI-REPROV-FALTA    PIC 9(06) COMP.
003840             10  TDI-SEM-NOTA        PIC 9(06) COMP.
003850             10  TDI-AULAS           PIC 9(08) COMP.
003860             10  TDI-FALTAS          PIC 9(08) COMP.
003870 01  QTD-TURMA-DISC              PIC 9(04) COMP VALUE 0.
003880 01  WS-CHAVE-TDI.
003890     05  CHT-TURMA               PIC X(04).
003900     05  CHT-DISCIPLINA          PIC X(06).
003910
003920 01  TAB-DISC-GERAL.
003930     02  DGE OCCURS 300 TIMES
003940             INDEXED BY DGE-IDX.
003950         05  DGE-DISCIPLINA          PIC X(06).
003960         05  DGE-CONTADORES.
003970             10  DGE-AVALIADOS       PIC 9(06) COMP.
003980             10  DGE-APROVADOS       PIC 9(06) COMP.
003990             10  DGE-REPROV-NOTA     PIC 9(06) COMP.
004000             10  DGE-REPROV-FALTA    PIC 9(06) COMP.
004010             10  DGE-SEM-NOTA        PIC 9(06) COMP.
004020             10  DGE-AULAS           PIC 9(08) COMP.
004030             10  DGE-FALTAS          PIC 9(08) COMP.
004040 01  QTD-DISC-GERAL              PIC 9(04) COMP VALUE 0.
004050 01  QTD-DISC-IMPRESSAS          PIC 9(04) COMP VALUE 0.
004060 01  WS-POS-INSERCAO             PIC 9(04) COMP VALUE 0.
004070 01  WS-POS-ORIGEM               PIC 9(04) COMP VALUE 0.
004080 01  WS-POS-DESTINO              PIC 9(04) COMP VALUE 0.
004090*----------------------------------------------------------------*
004100*    INDICADOR EM EMISSAO: LINHA DO RELATORIO E REGISTRO DA
004110*    PLANILHA SAEM DOS MESMOS CAMPOS
004120*----------------------------------------------------------------*
004130 01  WS-INDICADOR.
004140     05  WIN-DESCRICAO           PIC X(34).
004150     05  WIN-CODIGO              PIC X(12).
004160     05  WIN-VALOR               PIC 9(08).
004170     05  WIN-PCT                 PIC 9(03)V9(01).
004180     05  WIN-PCT-R REDEFINES WIN-PCT.
004190         10  WIN-PCT-INTEIRO     PIC 9(03).
004200         10  WIN-PCT-DECIMAL     PIC 9(01).
004210     05  WIN-IND-PCT             PIC X(01).
004220         88  WIN-TEM-PCT             VALUE "S".
004230 01  WS-PCT-PARTE                PIC 9(08) COMP VALUE 0.
004240 01  WS-PCT-TODO                 PIC 9(08) COMP VALUE 0.
004250 01  WS-PCT-CALCULO              PIC 9(08)V9(01) VALUE 0.
004260*----------------------------------------------------------------*
004270*    CAMPOS DO ARQUIVO DA PLANILHA (ESTSAI)
004280*----------------------------------------------------------------*
004290 01  WS-ARQ-TIPO                 PIC X(01) VALUE SPACES.
004300 01  WS-ARQ-TURMA                PIC X(04) VALUE SPACES.
004310 01  WS-ARQ-DISCIPLINA           PIC X(06) VALUE SPACES.
004320 01  WS-QTD-EDIT                 PIC 9(08) VALUE 0.
004330 01  WS-PCT-EDIT.
004340     05  PCE-INTEIRO             PIC 9(03) VALUE 0.
004350     05  FILLER                  PIC X(01) VALUE ",".
004360     05  PCE-DECIMAL             PIC 9(01) VALUE 0.
004370 01  WS-REG-EDIT                 PIC 9(06) VALUE 0.
004380 01  WS-SOMA-EDIT                PIC 9(12) VALUE 0.
004390*----------------------------------------------------------------*
004400*    TITULO DO QUADRO POR DISCIPLINA, COM A LEGENDA DAS COLUNAS
004410*----------------------------------------------------------------*
004420 01  WS-TITULO-DISCIPLINAS.
004430     05  FILLER                  PIC X(26)
004440             VALUE "RESULTADO POR DISCIPLINA (".
004450     05  FILLER                  PIC X(29)
004460             VALUE "RNOTA = REPROVADOS POR NOTA, ".
004470     05  FILLER                  PIC X(36)
004480             VALUE "RFALT = POR FALTA, S/NOT = SEM NOTA)".
004490*----------------------------------------------------------------*
004500*    CONTADORES DAS ESTATISTICAS
004510*----------------------------------------------------------------*
004520 01  CONT-TURMAS-LIDAS           PIC 9(06) COMP VALUE 0.
004530 01  CONT-TURMAS-SEM-CADASTRO    PIC 9(06) COMP VALUE 0.
004540 01  CONT-ALUNOS-LIDOS           PIC 9(06) COMP VALUE 0.
004550 01  CONT-HISTORICO-LIDOS        PIC 9(06) COMP VALUE 0.
004560 01  CONT-DESLIGADOS-PERIODO     PIC 9(06) COMP VALUE 0.
004570 01  CONT-RESULTADOS-LIDOS       PIC 9(06) COMP VALUE 0.
004580 01  CONT-RESULTADOS-PERIODO     PIC 9(06) COMP VALUE 0.
004590 01  CONT-NOTAS-LIDAS            PIC 9(06) COMP VALUE 0.
004600 01  CONT-NOTAS-PERIODO          PIC 9(06) COMP VALUE 0.
004610 01  CONT-FREQ-LIDAS             PIC 9(06) COMP VALUE 0.
004620 01  CONT-FREQ-PERIODO           PIC 9(06) COMP VALUE 0.
004630 01  CONT-DISC-AVALIADAS         PIC 9(06) COMP VALUE 0.
004640 01  CONT-FORA-TURMAS            PIC 9(06) COMP VALUE 0.
004650 01  CONT-FORA-TURMA-DISC        PIC 9(06) COMP VALUE 0.
004660 01  CONT-FORA-DISC-GERAL        PIC 9(06) COMP VALUE 0.
004670 01  CONT-REG-PLANILHA           PIC 9(06) COMP VALUE 0.
004680 01  SOMA-QTD-PLANILHA           PIC 9(12) COMP VALUE 0.
004690*----------------------------------------------------------------*
004700*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
004710*----------------------------------------------------------------*
004720 01  STATUS-ARQ-PARAMETROS       PIC X(02) VALUE "00".
004730 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
004740 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
004750 01  STATUS-ARQ-HISTORICO        PIC X(02) VALUE "00".
004760 01  STATUS-ARQ-RESULTADOS       PIC X(02) VALUE "00".
004770 01  STATUS-ARQ-NOTAS            PIC X(02) VALUE "00".
004780 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
004790 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
004800 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
004810 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
004820 01  STATUS-ARQ-PLANILHA         PIC X(02) VALUE "00".
004830*----------------------------------------------------------------*
004840*    INDICADORES (CHAVES DE COMUTACAO)
004850*----------------------------------------------------------------*
004860 01  IND-FIM-TURMAS              PIC X(01) VALUE "N".
004870     88  FIM-ARQ-TURMAS              VALUE "S".
004880 01  IND-FIM-ALUNOS              PIC X(01) VALUE "N".
004890     88  FIM-ARQ-ALUNOS              VALUE "S".
004900 01  IND-FIM-HISTORICO           PIC X(01) VALUE "N".
004910     88  FIM-ARQ-HISTORICO           VALUE "S".
004920 01  IND-FIM-RESULTADOS          PIC X(01) VALUE "N".
004930     88  FIM-ARQ-RESULTADOS          VALUE "S".
004940 01  IND-FIM-NOTAS               PIC X(01) VALUE "N".
004950     88  FIM-ARQ-NOTAS               VALUE "S".
004960 01  IND-FIM-FREQ                PIC X(01) VALUE "N".
004970     88  FIM-ARQ-FREQ                VALUE "S".
004980 01  IND-NOTA-DO-PERIODO         PIC X(01) VALUE "N".
004990     88  NOTA-DO-PERIODO             VALUE "S".
005000 01  IND-FREQ-DO-PERIODO         PIC X(01) VALUE "N".
005010     88  FREQ-DO-PERIODO             VALUE "S".
005020 01  IND-SEM-HISTORICO           PIC X(01) VALUE "N".
005030     88  SEM-HISTORICO               VALUE "S".
005040 01  IND-SEM-RESULTADOS          PIC X(01) VALUE "N".
005050     88  SEM-RESULTADOS              VALUE "S".
005060 01  IND-SEM-FREQUENCIA          PIC X(01) VALUE "N".
005070     88  SEM-FREQUENCIA              VALUE "S".
005080 01  IND-SEM-CATALOGO            PIC X(01) VALUE "N".
005090     88  SEM-CATALOGO                VALUE "S".
005100 01  IND-ACHOU-POSICAO           PIC X(01) VALUE "N".
005110     88  ACHOU-POSICAO               VALUE "S".
005120 01  IND-ACHOU-TURMA             PIC X(01) VALUE "N".
005130     88  ACHOU-TURMA                 VALUE "S".
005140 01  IND-ACHOU-TURMA-DISC        PIC X(01) VALUE "N".
005150     88  ACHOU-TURMA-DISC            VALUE "S".
005160 01  IND-ACHOU-DISC-GERAL        PIC X(01) VALUE "N".
005170     88  ACHOU-DISC-GERAL            VALUE "S".
005180 01  IND-TEM-NOTA                PIC X(01) VALUE "N".
005190     88  TEM-NOTA                    VALUE "S".
005200 01  IND-TEM-FREQ                PIC X(01) VALUE "N".
005210     88  TEM-FREQ                    VALUE "S".
005220*----------------------------------------------------------------*
005230*    IDENTIFICACAO DA EXECUCAO
005240*----------------------------------------------------------------*
005250 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
005260 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
005270*----------------------------------------------------------------*
005280*    LINHAS DO RELATORIO DE ESTATISTICAS
005290*----------------------------------------------------------------*
005300 01  WS-LINHA-CABECALHO.
005310     05  FILLER                  PIC X(02) VALUE SPACES.
005320     05  CAB-TITULO              PIC X(34)
005330             VALUE "ESTATISTICAS GERENCIAIS - PERIODO".
005340     05  CAB-PERIODO             PIC X(06).
005350     05  FILLER                  PIC X(03) VALUE SPACES.
005360     05  CAB-LIT-TURMA           PIC X(06) VALUE "TURMA ".
005370     05  CAB-TURMA               PIC X(04).
005380     05  FILLER                  PIC X(05) VALUE SPACES.
005390     05  CAB-DATA                PIC 9(4)/99/99.
005400     05  FILLER                  PIC X(62) VALUE SPACES.
005410
005420 01  WS-LINHA-CRITERIOS.
005430     05  FILLER                  PIC X(02) VALUE SPACES.
005440     05  CRI-LIT-MEDIA           PIC X(15) VALUE "MEDIA MINIMA: ".
005450     05  CRI-MEDIA               PIC Z9,9.
005460     05  FILLER                  PIC X(05) VALUE SPACES.
005470     05  CRI-LIT-FREQ            PIC X(20)
005480             VALUE "FREQUENCIA MINIMA: ".
005490     05  CRI-FREQ                PIC ZZ9.
005500     05  CRI-LIT-PCT             PIC X(02) VALUE " %".
005510     05  FILLER                  PIC X(05) VALUE SPACES.
005520     05  CRI-LIT-SITUACAO        PIC X(22)
005530             VALUE "SITUACAO DO PERIODO: ".
005540     05  CRI-SITUACAO            PIC X(01).
005550     05  FILLER                  PIC X(05) VALUE SPACES.
005560     05  CRI-LIT-DATAS           PIC X(09) VALUE "VIGENCIA ".
005570     05  CRI-DATA-INICIO         PIC 9(4)/99/99.
005580     05  CRI-LIT-A               PIC X(03) VALUE " A ".
005590     05  CRI-DATA-FIM            PIC 9(4)/99/99.
005600     05  FILLER                  PIC X(16) VALUE SPACES.
005610
005620 01  WS-LINHA-TURMA.
005630     05  FILLER                  PIC X(02) VALUE SPACES.
005640     05  TUL-LIT-CURSO           PIC X(07) VALUE "CURSO: ".
005650     05  TUL-NOME-CURSO          PIC X(30).
005660     05  FILLER                  PIC X(05) VALUE SPACES.
005670     05  TUL-LIT-SITUACAO        PIC X(20)
005680             VALUE "SITUACAO DA TURMA: ".
005690     05  TUL-SITUACAO            PIC X(01).
005700     05  FILLER                  PIC X(67) VALUE SPACES.
005710
005720 01  WS-LINHA-SECAO.
005730     05  FILLER                  PIC X(02) VALUE SPACES.
005740     05  SEC-TEXTO               PIC X(100).
005750     05  FILLER                  PIC X(30) VALUE SPACES.
005760
005770 01  WS-LINHA-ESTATISTICA.
005780     05  FILLER                  PIC X(04) VALUE SPACES.
005790     05  EST-DESCRICAO           PIC X(34).
005800     05  EST-VALOR               PIC Z(8)9.
005810     05  FILLER                  PIC X(04) VALUE SPACES.
005820     05  EST-PCT                 PIC ZZ9,9.
005830     05  EST-LIT-PCT             PIC X(02).
005840     05  FILLER                  PIC X(74) VALUE SPACES.
005850
005860 01  WS-LINHA-COLUNAS-DISC.
005870     05  FILLER                  PIC X(04) VALUE SPACES.
005880     05  COL-DISCIPLINA          PIC X(33) VALUE "DISCIPLINA".
005890     05  COL-AVALIADOS           PIC X(07) VALUE " AVAL.".
005900     05  COL-APROVADOS           PIC X(13) VALUE "APROV     %".
005910     05  COL-REPROV-NOTA         PIC X(13) VALUE "RNOTA     %".
005920     05  COL-REPROV-FALTA        PIC X(13) VALUE "RFALT     %".
005930     05  COL-SEM-NOTA            PIC X(07) VALUE "S/NOT".
005940     05  COL-FREQ                PIC X(05) VALUE "FREQ%".
005950     05  FILLER                  PIC X(37) VALUE SPACES.
005960
005970 01  WS-LINHA-DISC-DET.
005980     05  FILLER                  PIC X(04) VALUE SPACES.
005990     05  DTL-DISCIPLINA          PIC X(06).
006000     05  FILLER                  PIC X(01) VALUE SPACES.
006010     05  DTL-NOME                PIC X(24).
006020     05  FILLER                  PIC X(02) VALUE SPACES.
006030     05  DTL-AVALIADOS           PIC ZZZZ9.
006040     05  FILLER                  PIC X(02) VALUE SPACES.
006050     05  DTL-APROVADOS           PIC ZZZZ9.
006060     05  FILLER                  PIC X(01) VALUE SPACES.
006070     05  DTL-PCT-APROV           PIC ZZ9,9.
006080     05  FILLER                  PIC X(02) VALUE SPACES.
006090     05  DTL-REPROV-NOTA         PIC ZZZZ9.
006100     05  FILLER                  PIC X(01) VALUE SPACES.
006110     05  DTL-PCT-NOTA            PIC ZZ9,9.
006120     05  FILLER                  PIC X(02) VALUE SPACES.
006130     05  DTL-REPROV-FALTA        PIC ZZZZ9.
006140     05  FILLER                  PIC X(01) VALUE SPACES.
006150     05  DTL-PCT-FALTA           PIC ZZ9,9.
006160     05  FILLER                  PIC X(02) VALUE SPACES.
006170     05  DTL-SEM-NOTA            PIC ZZZZ9.
006180     05  FILLER                  PIC X(02) VALUE SPACES.
006190     05  DTL-FREQ                PIC ZZ9,9.
006200     05  FILLER                  PIC X(37) VALUE SPACES.
006210
006220 01  WS-LINHA-TOT-TITULO.
006230     05  FILLER                  PIC X(02) VALUE SPACES.
006240     05  TOTT-TEXTO              PIC X(40)
006250             VALUE "TOTAL DA INSTITUICAO".
006260     05  FILLER                  PIC X(90) VALUE SPACES.
006270
006280 01  WS-LINHA-TOTAL.
006290     05  FILLER                  PIC X(02) VALUE SPACES.
006300     05  TOTL-DESCRICAO          PIC X(40).
006310     05  TOTL-VALOR              PIC Z(8)9.
006320     05  FILLER                  PIC X(81) VALUE SPACES.
006330
006340 01  WS-LINHA-AVISO.
006350     05  FILLER                  PIC X(02) VALUE SPACES.
006360     05  AVI-TEXTO               PIC X(70).
006370     05  FILLER                  PIC X(60) VALUE SPACES.
006380*----------------------------------------------------------------*
006390 PROCEDURE DIVISION.
006400*----------------------------------------------------------------*
006410 0000-MAINLINE.
006420     PERFORM 1000-INICIALIZACAO         THRU 1000-FIM.
006430     PERFORM 2000-CARREGA-PARAMETROS    THRU 2000-FIM.
006440     PERFORM 3000-CARREGA-TURMAS        THRU 3000-FIM.
006450     PERFORM 3100-CONTA-ALUNOS          THRU 3100-FIM.
006460     PERFORM 3200-CONTA-DESLIGADOS      THRU 3200-FIM.
006470     PERFORM 3300-CONTA-RESULTADOS      THRU 3300-FIM.
006480     PERFORM 3400-PROCESSA-DISCIPLINAS  THRU 3400-FIM.
006490     PERFORM 4000-GRAVA-CABECALHO-PLAN  THRU 4000-FIM.
006500     PERFORM 5000-IMPRIME-TURMAS        THRU 5000-FIM.
006510     PERFORM 6000-IMPRIME-TOTAL-GERAL   THRU 6000-FIM.
006520     PERFORM 6900-GRAVA-FECHO-PLAN      THRU 6900-FIM.
006530     PERFORM 9999-FINALIZA              THRU 9999-FIM.
006540     STOP RUN.
006550*----------------------------------------------------------------*
006560*    1000-INICIALIZACAO
006570*    ABRE OS ARQUIVOS. TODOS OS MESTRES SAO ABERTOS SO EM INPUT.
006580*    HISTORICO DE EXCLUIDOS, RESULTADOS, FREQUENCIA E CATALOGO SAO
006590*    OPCIONAIS: SEM ELES O QUADRO CORRESPONDENTE SAI ZERADO (OU,
006600*    SEM CATALOGO, SEM O NOME DA DISCIPLINA).
006610*----------------------------------------------------------------*
006620 1000-INICIALIZACAO.
006630     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
006640     ACCEPT WS-JOB-ID FROM TIME.
006650     MOVE 0 TO QTD-TURMAS QTD-TURMA-DISC QTD-DISC-GERAL.
006660     MOVE 0 TO CONT-TURMAS-LIDAS CONT-TURMAS-SEM-CADASTRO
006670               CONT-ALUNOS-LIDOS CONT-HISTORICO-LIDOS
006680               CONT-DESLIGADOS-PERIODO CONT-RESULTADOS-LIDOS
006690               CONT-RESULTADOS-PERIODO CONT-NOTAS-LIDAS
006700               CONT-NOTAS-PERIODO CONT-FREQ-LIDAS
006710               CONT-FREQ-PERIODO CONT-DISC-AVALIADAS.
006720     MOVE 0 TO CONT-FORA-TURMAS CONT-FORA-TURMA-DISC
006730               CONT-FORA-DISC-GERAL CONT-REG-PLANILHA
006740               SOMA-QTD-PLANILHA.
006750     OPEN INPUT  ARQ-PARAMETROS.
006760     OPEN INPUT  ARQ-TURMAS-MESTRE.
006770     OPEN INPUT  ARQ-ALUNOS-MESTRE.
006780     OPEN INPUT  ARQ-NOTAS-MESTRE.
006790     OPEN INPUT  ARQ-PERIODOS-MESTRE.
006800     OPEN OUTPUT ARQ-RELATORIO.
006810     OPEN OUTPUT ARQ-PLANILHA.
006820     OPEN INPUT ARQ-HISTORICO.
006830     IF STATUS-ARQ-HISTORICO = "35"
006840         MOVE "S" TO IND-SEM-HISTORICO
006850     ELSE
006860         IF STATUS-ARQ-HISTORICO NOT = "00"
006870             DISPLAY "ESTAT: ERRO AO ABRIR ALUNHIS - STATUS "
006880                     STATUS-ARQ-HISTORICO UPON CONSOLE
006890             MOVE 16 TO RETURN-CODE
006900             STOP RUN
006910         END-IF
006920     END-IF.
006930     OPEN INPUT ARQ-RESULTADOS.
006940     IF STATUS-ARQ-RESULTADOS = "35"
006950         MOVE "S" TO IND-SEM-RESULTADOS
006960     ELSE
006970         IF STATUS-ARQ-RESULTADOS NOT = "00"
006980             DISPLAY "ESTAT: ERRO AO ABRIR RESULMST - STATUS "
006990                     STATUS-ARQ-RESULTADOS UPON CONSOLE
007000             MOVE 16 TO RETURN-CODE
007010             STOP RUN
007020         END-IF
007030     END-IF.
007040     OPEN INPUT ARQ-FREQ-MESTRE.
007050     IF STATUS-ARQ-FREQ = "35"
007060         MOVE "S" TO IND-SEM-FREQUENCIA
007070     ELSE
007080         IF STATUS-ARQ-FREQ NOT = "00"
007090             DISPLAY "ESTAT: ERRO AO ABRIR FREQMST - STATUS "
007100                     STATUS-ARQ-FREQ UPON CONSOLE
007110             MOVE 16 TO RETURN-CODE
007120             STOP RUN
007130         END-IF
007140     END-IF.
007150     OPEN INPUT ARQ-DISCIPLINAS-MESTRE.
007160     IF STATUS-ARQ-DISCIPLINAS = "35"
007170         MOVE "S" TO IND-SEM-CATALOGO
007180     ELSE
007190         IF STATUS-ARQ-DISCIPLINAS NOT = "00"
007200             DISPLAY "ESTAT: ERRO AO ABRIR DISCMST - STATUS "
007210                     STATUS-ARQ-DISCIPLINAS UPON CONSOLE
007220             MOVE 16 TO RETURN-CODE
007230             STOP RUN
007240         END-IF
007250     END-IF.
007260     IF STATUS-ARQ-PARAMETROS NOT = "00"
007270         DISPLAY "ESTAT: ERRO AO ABRIR ESTPARM - STATUS "
007280                 STATUS-ARQ-PARAMETROS UPON CONSOLE
007290         MOVE 16 TO RETURN-CODE
007300         STOP RUN
007310     END-IF.
007320     IF STATUS-ARQ-TURMAS NOT = "00"
007330         DISPLAY "ESTAT: ERRO AO ABRIR TURMMST - STATUS "
007340                 STATUS-ARQ-TURMAS UPON CONSOLE
007350         MOVE 16 TO RETURN-CODE
007360         STOP RUN
007370     END-IF.
007380     IF STATUS-ARQ-MESTRE NOT = "00"
007390         DISPLAY "ESTAT: ERRO AO ABRIR ALUNMST - STATUS "
007400                 STATUS-ARQ-MESTRE UPON CONSOLE
007410         MOVE 16 TO RETURN-CODE
007420         STOP RUN
007430     END-IF.
007440     IF STATUS-ARQ-NOTAS NOT = "00"
007450         DISPLAY "ESTAT: ERRO AO ABRIR NOTAMST - STATUS "
007460                 STATUS-ARQ-NOTAS UPON CONSOLE
007470         MOVE 16 TO RETURN-CODE
007480         STOP RUN
007490     END-IF.
007500     IF STATUS-ARQ-PERIODOS NOT = "00"
007510         DISPLAY "ESTAT: ERRO AO ABRIR PERIMST - STATUS "
007520                 STATUS-ARQ-PERIODOS UPON CONSOLE
007530         MOVE 16 TO RETURN-CODE
007540         STOP RUN
007550     END-IF.
007560     IF STATUS-ARQ-RELATORIO NOT = "00"
007570         DISPLAY "ESTAT: ERRO AO ABRIR ESTREL - STATUS "
007580                 STATUS-ARQ-RELATORIO UPON CONSOLE
007590         MOVE 16 TO RETURN-CODE
007600         STOP RUN
007610     END-IF.
007620     IF STATUS-ARQ-PLANILHA NOT = "00"
007630         DISPLAY "ESTAT: ERRO AO ABRIR ESTSAI - STATUS "
007640                 STATUS-ARQ-PLANILHA UPON CONSOLE
007650         MOVE 16 TO RETURN-CODE
007660         STOP RUN
007670     END-IF.
007680 1000-FIM.
007690     EXIT.
007700*----------------------------------------------------------------*
007710*    2000-CARREGA-PARAMETROS
007720*    LE O CARTAO NO LAYOUT DO FECHAMENTO (FECHPRM). SO O PERIODO,
007730*    A MEDIA MINIMA E A FREQUENCIA MINIMA SAO USADOS, COM OS
007740*    MESMOS VALORES ASSUMIDOS; A FAIXA DE RECUPERACAO E A PASSAGEM
007750*    SAO IGNORADAS. O PERIODO E OBRIGATORIO E TEM DE ESTAR NO
007760*    CALENDARIO (2100).
007770*----------------------------------------------------------------*
007780 2000-CARREGA-PARAMETROS.
007790     MOVE WS-MEDIA-MINIMA-DEFAULT TO WS-MEDIA-MINIMA.
007800     MOVE WS-FREQ-MINIMA-DEFAULT  TO WS-FREQ-MINIMA.
007810     READ ARQ-PARAMETROS
007820         AT END
007830             CONTINUE
007840         NOT AT END
007850             MOVE FCH-PRM-PERIODO TO WS-PERIODO-ESTAT
007860             IF FCH-PRM-MEDIA-MINIMA NUMERIC
007870                 MOVE FCH-PRM-MEDIA-MINIMA TO WS-MEDIA-MINIMA-X
007880             END-IF
007890             IF FCH-PRM-FREQ-MINIMA NUMERIC
007900                 MOVE FCH-PRM-FREQ-MINIMA TO WS-FREQ-MINIMA-X
007910             END-IF
007920     END-READ.
007930     CLOSE ARQ-PARAMETROS.
007940     IF WS-PERIODO-ESTAT = SPACES
007950         DISPLAY "ESTAT: PERIODO NAO INFORMADO NO CARTAO "
007960                 "ESTPARM - ESTATISTICAS ABANDONADAS" UPON CONSOLE
007970         MOVE 16 TO RETURN-CODE
007980         STOP RUN
007990     END-IF.
008000     PERFORM 2100-CONFERE-PERIODO THRU 2100-FIM.
008010 2000-FIM.
008020     EXIT.
008030*----------------------------------------------------------------*
008040*    2100-CONFERE-PERIODO
008050*    O PERIODO TEM DE ESTAR NO CALENDARIO; AS DATAS DE INICIO E
008060*    FIM DELIMITAM OS DESLIGAMENTOS CONTADOS. QUALQUER SITUACAO E
008070*    ACEITA: COM O PERIODO AINDA NAO FECHADO, O QUADRO DO
008080*    FECHAMENTO SAI PARCIAL OU ZERADO, COM AVISO NO TOTAL.
008090*----------------------------------------------------------------*
008100 2100-CONFERE-PERIODO.
008110     MOVE WS-PERIODO-ESTAT TO PMS-CODIGO OF REG-PERIODO-MESTRE.
008120     READ ARQ-PERIODOS-MESTRE
008130         INVALID KEY
008140             DISPLAY "ESTAT: PERIODO " WS-PERIODO-ESTAT
008150                     " INEXISTENTE NO CALENDARIO PERIMST - "
008160                     "ESTATISTICAS ABANDONADAS" UPON CONSOLE
008170             MOVE 16 TO RETURN-CODE
008180             STOP RUN
008190     END-READ.
008200     MOVE PMS-DATA-INICIO OF REG-PERIODO-MESTRE TO WS-DATA-INICIO.
008210     MOVE PMS-DATA-FIM OF REG-PERIODO-MESTRE    TO WS-DATA-FIM.
008220     MOVE PMS-SITUACAO OF REG-PERIODO-MESTRE
008230         TO WS-SITUACAO-PERIODO.
008240 2100-FIM.
008250     EXIT.
008260*----------------------------------------------------------------*
008270*    3000-CARREGA-TURMAS
008280*    CARREGA A TABELA DE TURMAS A PARTIR DO MESTRE, JA EM ORDEM DE
008290*    CODIGO, COM NOME DO CURSO, SITUACAO E CAPACIDADE.
008300*----------------------------------------------------------------*
008310 3000-CARREGA-TURMAS.
008320     MOVE "N" TO IND-FIM-TURMAS.
008330     PERFORM 3010-CARREGA-UMA-TURMA THRU 3010-FIM
008340         UNTIL FIM-ARQ-TURMAS.
008350 3000-FIM.
008360     EXIT.
008370*----------------------------------------------------------------*
008380 3010-CARREGA-UMA-TURMA.
008390     READ ARQ-TURMAS-MESTRE
008400         AT END
008410             MOVE "S" TO IND-FIM-TURMAS
008420     END-READ.
008430     IF FIM-ARQ-TURMAS
008440         GO TO 3010-FIM
008450     END-IF.
008460     ADD 1 TO CONT-TURMAS-LIDAS.
008470     MOVE TMS-CODIGO OF REG-TURMA-MESTRE TO WS-TURMA-BUSCA.
008480     PERFORM 3900-LOCALIZA-TURMA THRU 3900-FIM.
008490     IF NOT ACHOU-TURMA
008500         GO TO 3010-FIM
008510     END-IF.
008520     MOVE TMS-NOME-CURSO OF REG-TURMA-MESTRE
008530         TO TUR-NOME-CURSO(TUR-IDX).
008540     MOVE TMS-SITUACAO OF REG-TURMA-MESTRE
008550         TO TUR-SITUACAO(TUR-IDX).
008560     MOVE TMS-CAPACIDADE OF REG-TURMA-MESTRE
008570         TO TUR-CAPACIDADE(TUR-IDX).
008580     MOVE "S" TO TUR-IND-CADASTRO(TUR-IDX).
008590 3010-FIM.
008600     EXIT.
008610*----------------------------------------------------------------*
008620*    3100-CONTA-ALUNOS
008630*    OCUPACAO E PERFIL: CADA ALUNO DO MESTRE CONTA NA SUA TURMA,
008640*    PELO SEXO E PELA FAIXA DE IDADE.
008650*----------------------------------------------------------------*
008660 3100-CONTA-ALUNOS.
008670     MOVE "N" TO IND-FIM-ALUNOS.
008680     PERFORM 3110-CONTA-UM-ALUNO THRU 3110-FIM
008690         UNTIL FIM-ARQ-ALUNOS.
008700 3100-FIM.
008710     EXIT.
008720*----------------------------------------------------------------*
008730 3110-CONTA-UM-ALUNO.
008740     READ ARQ-ALUNOS-MESTRE
008750         AT END
008760             MOVE "S" TO IND-FIM-ALUNOS
008770     END-READ.
008780     IF FIM-ARQ-ALUNOS
008790         GO TO 3110-FIM
008800     END-IF.
008810     ADD 1 TO CONT-ALUNOS-LIDOS.
008820     MOVE MST-TURMA OF REG-ALUNO-MESTRE TO WS-TURMA-BUSCA.
008830     PERFORM 3900-LOCALIZA-TURMA THRU 3900-FIM.
008840     IF NOT ACHOU-TURMA
008850         GO TO 3110-FIM
008860     END-IF.
008870     ADD 1 TO TUR-ALUNOS(TUR-IDX).
008880     IF MST-SEXO OF REG-ALUNO-MESTRE = "M"
008890         ADD 1 TO TUR-MASCULINO(TUR-IDX)
008900     ELSE
008910         IF MST-SEXO OF REG-ALUNO-MESTRE = "F"
008920             ADD 1 TO TUR-FEMININO(TUR-IDX)
008930         ELSE
008940             ADD 1 TO TUR-SEXO-OUTRO(TUR-IDX)
008950         END-IF
008960     END-IF.
008970     IF MST-IDADE OF REG-ALUNO-MESTRE < 18
008980         ADD 1 TO TUR-IDADE-ATE-17(TUR-IDX)
008990         GO TO 3110-FIM
009000     END-IF.
009010     IF MST-IDADE OF REG-ALUNO-MESTRE < 21
009020         ADD 1 TO TUR-IDADE-18-20(TUR-IDX)
009030         GO TO 3110-FIM
009040     END-IF.
009050     IF MST-IDADE OF REG-ALUNO-MESTRE < 25
009060         ADD 1 TO TUR-IDADE-21-24(TUR-IDX)
009070         GO TO 3110-FIM
009080     END-IF.
009090     IF MST-IDADE OF REG-ALUNO-MESTRE < 30
009100         ADD 1 TO TUR-IDADE-25-29(TUR-IDX)
009110         GO TO 3110-FIM
009120     END-IF.
009130     ADD 1 TO TUR-IDADE-30-MAIS(TUR-IDX).
009140 3110-FIM.
009150     EXIT.
009160*----------------------------------------------------------------*
009170*    3200-CONTA-DESLIGADOS
009180*    DESLIGAMENTOS DO PERIODO: REGISTROS DO HISTORICO DE EXCLUIDOS
009190*    COM DATA DE EXCLUSAO DENTRO DA VIGENCIA DO PERIODO NO
009200*    CALENDARIO. O HISTORICO NAO TEM ORDEM; A TABELA DE TURMAS
009210*    RESOLVE O AGRUPAMENTO.
009220*----------------------------------------------------------------*
009230 3200-CONTA-DESLIGADOS.
009240     IF SEM-HISTORICO
009250         GO TO 3200-FIM
009260     END-IF.
009270     MOVE "N" TO IND-FIM-HISTORICO.
009280     PERFORM 3210-CONTA-UM-DESLIGADO THRU 3210-FIM
009290         UNTIL FIM-ARQ-HISTORICO.
009300 3200-FIM.
009310     EXIT.
009320*----------------------------------------------------------------*
009330 3210-CONTA-UM-DESLIGADO.
009340     READ ARQ-HISTORICO
009350         AT END
009360             MOVE "S" TO IND-FIM-HISTORICO
009370     END-READ.
009380     IF FIM-ARQ-HISTORICO
009390         GO TO 3210-FIM
009400     END-IF.
009410     ADD 1 TO CONT-HISTORICO-LIDOS.
009420     IF HIS-DATA-EXCLUSAO < WS-DATA-INICIO
009430        OR HIS-DATA-EXCLUSAO > WS-DATA-FIM
009440         GO TO 3210-FIM
009450     END-IF.
009460     ADD 1 TO CONT-DESLIGADOS-PERIODO.
009470     MOVE HIS-TURMA TO WS-TURMA-BUSCA.
009480     PERFORM 3900-LOCALIZA-TURMA THRU 3900-FIM.
009490     IF ACHOU-TURMA
009500         ADD 1 TO TUR-DESLIGADOS(TUR-IDX)
009510     END-IF.
009520 3210-FIM.
009530     EXIT.
009540*----------------------------------------------------------------*
009550*    3300-CONTA-RESULTADOS
009560*    RESULTADO DO FECHAMENTO: SITUACAO DE CADA ALUNO DA TURMA NO
009570*    MESTRE DE RESULTADOS PARA O PERIODO DO CARTAO.
009580*----------------------------------------------------------------*
009590 3300-CONTA-RESULTADOS.
009600     IF SEM-RESULTADOS
009610         GO TO 3300-FIM
009620     END-IF.
009630     MOVE "N" TO IND-FIM-RESULTADOS.
009640     PERFORM 3310-CONTA-UM-RESULTADO THRU 3310-FIM
009650         UNTIL FIM-ARQ-RESULTADOS.
009660 3300-FIM.
009670     EXIT.
009680*----------------------------------------------------------------*
009690 3310-CONTA-UM-RESULTADO.
009700     READ ARQ-RESULTADOS
009710         AT END
009720             MOVE "S" TO IND-FIM-RESULTADOS
009730     END-READ.
009740     IF FIM-ARQ-RESULTADOS
009750         GO TO 3310-FIM
009760     END-IF.
009770     ADD 1 TO CONT-RESULTADOS-LIDOS.
009780     IF RES-PERIODO OF REG-RESULTADO NOT = WS-PERIODO-ESTAT
009790         GO TO 3310-FIM
009800     END-IF.
009810     ADD 1 TO CONT-RESULTADOS-PERIODO.
009820     MOVE RES-TURMA OF REG-RESULTADO TO WS-TURMA-BUSCA.
009830     PERFORM 3900-LOCALIZA-TURMA THRU 3900-FIM.
009840     IF NOT ACHOU-TURMA
009850         GO TO 3310-FIM
009860     END-IF.
009870     IF RES-APROVADO OF REG-RESULTADO
009880         ADD 1 TO TUR-RES-APROVADOS(TUR-IDX)
009890     ELSE
009900         IF RES-REPROV-FALTA OF REG-RESULTADO
009910             ADD 1 TO TUR-RES-REPROV-FALTA(TUR-IDX)
009920         ELSE
009930             IF RES-EM-RECUPERACAO OF REG-RESULTADO
009940                 ADD 1 TO TUR-RES-RECUPERACAO(TUR-IDX)
009950             ELSE
009960                 ADD 1 TO TUR-RES-REPROV-NOTA(TUR-IDX)
009970             END-IF
009980         END-IF
009990     END-IF.
010000 3310-FIM.
010010     EXIT.
010020*----------------------------------------------------------------*
010030*    3400-PROCESSA-DISCIPLINAS
010040*    BALANCO DE LINHA ENTRE O MESTRE DE NOTAS E O DE FREQUENCIA,
010050*    AMBOS NA ORDEM TURMA + RA + DISCIPLINA, COMO NO ALERTA. CADA
010060*    CHAVE (ALUNO NA DISCIPLINA) E DECIDIDA UMA VEZ (3430) E SOMA
010070*    NA TURMA X DISCIPLINA E NA DISCIPLINA DA INSTITUICAO; AS
010080*    AULAS E FALTAS SOMAM TAMBEM NA FREQUENCIA MEDIA DA TURMA.
010090*----------------------------------------------------------------*
010100 3400-PROCESSA-DISCIPLINAS.
010110     MOVE "N" TO IND-FIM-NOTAS IND-FIM-FREQ.
010120     PERFORM 3410-LER-PROXIMA-NOTA THRU 3410-FIM.
010130     PERFORM 3420-LER-PROXIMA-FREQ THRU 3420-FIM.
010140     PERFORM 3430-PROCESSA-UMA-CHAVE THRU 3430-FIM
010150         UNTIL FIM-ARQ-NOTAS AND FIM-ARQ-FREQ.
010160 3400-FIM.
010170     EXIT.
010180*----------------------------------------------------------------*
010190 3410-LER-PROXIMA-NOTA.
010200     MOVE "N" TO IND-NOTA-DO-PERIODO.
010210     PERFORM 3411-LE-UMA-NOTA THRU 3411-FIM
010220         UNTIL NOTA-DO-PERIODO OR FIM-ARQ-NOTAS.
010230 3410-FIM.
010240     EXIT.
010250*----------------------------------------------------------------*
010260 3411-LE-UMA-NOTA.
010270     READ ARQ-NOTAS-MESTRE
010280         AT END
010290             MOVE "S" TO IND-FIM-NOTAS
010300             MOVE HIGH-VALUES TO WS-CHAVE-NOTA
010310         NOT AT END
010320             ADD 1 TO CONT-NOTAS-LIDAS
010330     END-READ.
010340     IF FIM-ARQ-NOTAS
010350         GO TO 3411-FIM
010360     END-IF.
010370     IF NMS-PERIODO OF REG-NOTA-MESTRE NOT = WS-PERIODO-ESTAT
010380         GO TO 3411-FIM
010390     END-IF.
010400     MOVE "S" TO IND-NOTA-DO-PERIODO.
010410     ADD 1 TO CONT-NOTAS-PERIODO.
010420     MOVE NMS-TURMA OF REG-NOTA-MESTRE      TO CHN-TURMA.
010430     MOVE NMS-RA OF REG-NOTA-MESTRE         TO CHN-RA.
010440     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE TO CHN-DISCIPLINA.
010450 3411-FIM.
010460     EXIT.
010470*----------------------------------------------------------------*
010480 3420-LER-PROXIMA-FREQ.
010490     IF SEM-FREQUENCIA
010500         MOVE "S" TO IND-FIM-FREQ
010510         MOVE HIGH-VALUES TO WS-CHAVE-FREQ
010520         GO TO 3420-FIM
010530     END-IF.
010540     MOVE "N" TO IND-FREQ-DO-PERIODO.
010550     PERFORM 3421-LE-UMA-FREQ THRU 3421-FIM
010560         UNTIL FREQ-DO-PERIODO OR FIM-ARQ-FREQ.
010570 3420-FIM.
010580     EXIT.
010590*----------------------------------------------------------------*
010600 3421-LE-UMA-FREQ.
010610     READ ARQ-FREQ-MESTRE
010620         AT END
010630             MOVE "S" TO IND-FIM-FREQ
010640             MOVE HIGH-VALUES TO WS-CHAVE-FREQ
010650         NOT AT END
010660             ADD 1 TO CONT-FREQ-LIDAS
010670     END-READ.
010680     IF FIM-ARQ-FREQ
010690         GO TO 3421-FIM
010700     END-IF.
010710     IF FMS-PERIODO OF REG-FREQ-MESTRE NOT = WS-PERIODO-ESTAT
010720         GO TO 3421-FIM
010730     END-IF.
010740     MOVE "S" TO IND-FREQ-DO-PERIODO.
010750     ADD 1 TO CONT-FREQ-PERIODO.
010760     MOVE FMS-TURMA OF REG-FREQ-MESTRE      TO CHF-TURMA.
010770     MOVE FMS-RA OF REG-FREQ-MESTRE         TO CHF-RA.
010780     MOVE FMS-DISCIPLINA OF REG-FREQ-MESTRE TO CHF-DISCIPLINA.
010790 3421-FIM.
010800     EXIT.
010810*----------------------------------------------------------------*
010820*    3430-PROCESSA-UMA-CHAVE
010830*    TOMA A MENOR DAS DUAS CHAVES E DECIDE O ALUNO NA DISCIPLINA
010840*    COM AS REGRAS DO FECHAMENTO: FREQUENCIA APURADA ABAIXO DO
010850*    MINIMO REPROVA POR FALTA, QUALQUER QUE SEJA A NOTA; SENAO A
010860*    NOTA CONTRA A MEDIA MINIMA DECIDE. SEM NOTA E SEM REPROVACAO
010870*    POR FALTA, O ALUNO CONTA COMO SEM NOTA LANCADA.
010880*----------------------------------------------------------------*
010890 3430-PROCESSA-UMA-CHAVE.
010900     IF WS-CHAVE-NOTA NOT > WS-CHAVE-FREQ
010910         MOVE WS-CHAVE-NOTA TO WS-CHAVE-ATUAL
010920     ELSE
010930         MOVE WS-CHAVE-FREQ TO WS-CHAVE-ATUAL
010940     END-IF.
010950     MOVE "N" TO IND-TEM-NOTA IND-TEM-FREQ.
010960     MOVE 0 TO WS-NOTA WS-FALTAS WS-AULAS WS-PCT-FREQ.
010970     IF WS-CHAVE-NOTA = WS-CHAVE-ATUAL
010980         MOVE "S" TO IND-TEM-NOTA
010990         MOVE NMS-NOTA OF REG-NOTA-MESTRE TO WS-NOTA
011000         PERFORM 3410-LER-PROXIMA-NOTA THRU 3410-FIM
011010     END-IF.
011020     IF WS-CHAVE-FREQ = WS-CHAVE-ATUAL
011030         MOVE "S" TO IND-TEM-FREQ
011040         MOVE FMS-FALTAS OF REG-FREQ-MESTRE      TO WS-FALTAS
011050         MOVE FMS-AULAS-DADAS OF REG-FREQ-MESTRE TO WS-AULAS
011060         PERFORM 3420-LER-PROXIMA-FREQ THRU 3420-FIM
011070     END-IF.
011080     ADD 1 TO CONT-DISC-AVALIADAS.
011090     IF WS-FALTAS > WS-AULAS
011100         MOVE WS-AULAS TO WS-FALTAS
011110     END-IF.
011120     MOVE "S" TO WS-DECISAO.
011130     IF TEM-NOTA
011140         IF WS-NOTA NOT < WS-MEDIA-MINIMA
011150             MOVE "A" TO WS-DECISAO
011160         ELSE
011170             MOVE "R" TO WS-DECISAO
011180         END-IF
011190     END-IF.
011200     IF TEM-FREQ
011210        AND WS-AULAS > 0
011220         COMPUTE WS-PCT-FREQ ROUNDED =
011230             ((WS-AULAS - WS-FALTAS) * 100) / WS-AULAS
011240         IF WS-PCT-FREQ < WS-FREQ-MINIMA
011250             MOVE "F" TO WS-DECISAO
011260         END-IF
011270     END-IF.
011280     MOVE CHA-TURMA TO WS-TURMA-BUSCA.
011290     PERFORM 3900-LOCALIZA-TURMA THRU 3900-FIM.
011300     IF ACHOU-TURMA
011310         ADD WS-AULAS  TO TUR-AULAS(TUR-IDX)
011320         ADD WS-FALTAS TO TUR-FALTAS(TUR-IDX)
011330     END-IF.
011340     PERFORM 3440-SOMA-TURMA-DISC THRU 3440-FIM.
011350     PERFORM 3450-SOMA-DISC-GERAL THRU 3450-FIM.
011360 3430-FIM.
011370     EXIT.
011380*----------------------------------------------------------------*
011390 3440-SOMA-TURMA-DISC.
011400     MOVE CHA-TURMA      TO CHT-TURMA.
011410     MOVE CHA-DISCIPLINA TO CHT-DISCIPLINA.
011420     PERFORM 3930-LOCALIZA-TURMA-DISC THRU 3930-FIM.
011430     IF NOT ACHOU-TURMA-DISC
011440         GO TO 3440-FIM
011450     END-IF.
011460     ADD 1 TO TDI-AVALIADOS(TDI-IDX).
011470     ADD WS-AULAS  TO TDI-AULAS(TDI-IDX).
011480     ADD WS-FALTAS TO TDI-FALTAS(TDI-IDX).
011490     IF DECISAO-APROVADO
011500         ADD 1 TO TDI-APROVADOS(TDI-IDX)
011510     END-IF.
011520     IF DECISAO-REPROV-NOTA
011530         ADD 1 TO TDI-REPROV-NOTA(TDI-IDX)
011540     END-IF.
011550     IF DECISAO-REPROV-FALTA
011560         ADD 1 TO TDI-REPROV-FALTA(TDI-IDX)
011570     END-IF.
011580     IF DECISAO-SEM-NOTA
011590         ADD 1 TO TDI-SEM-NOTA(TDI-IDX)
011600     END-IF.
011610 3440-FIM.
011620     EXIT.
011630*----------------------------------------------------------------*
011640 3450-SOMA-DISC-GERAL.
011650     PERFORM 3960-LOCALIZA-DISC-GERAL THRU 3960-FIM.
011660     IF NOT ACHOU-DISC-GERAL
011670         GO TO 3450-FIM
011680     END-IF.
011690     ADD 1 TO DGE-AVALIADOS(DGE-IDX).
011700     ADD WS-AULAS  TO DGE-AULAS(DGE-IDX).
011710     ADD WS-FALTAS TO DGE-FALTAS(DGE-IDX).
011720     IF DECISAO-APROVADO
011730         ADD 1 TO DGE-APROVADOS(DGE-IDX)
011740     END-IF.
011750     IF DECISAO-REPROV-NOTA
011760         ADD 1 TO DGE-REPROV-NOTA(DGE-IDX)
011770     END-IF.
011780     IF DECISAO-REPROV-FALTA
011790         ADD 1 TO DGE-REPROV-FALTA(DGE-IDX)
011800     END-IF.
011810     IF DECISAO-SEM-NOTA
011820         ADD 1 TO DGE-SEM-NOTA(DGE-IDX)
011830     END-IF.
011840 3450-FIM.
011850     EXIT.
011860*----------------------------------------------------------------*
011870*    3900-LOCALIZA-TURMA
011880*    POSICIONA TUR-IDX NA TURMA DE WS-TURMA-BUSCA. TURMA AINDA
011890*    FORA DA TABELA ENTRA NA POSICAO DA SUA ORDEM, DESLOCANDO AS
011900*    QUE VEM DEPOIS, MARCADA COMO NAO CADASTRADA (A CARGA DO
011910*    MESTRE DE TURMAS MARCA A SUA). COM A TABELA CHEIA O REGISTRO
011920*    FICA DE FORA DA TURMA E E CONTADO (RC=4 NO FIM). A ULTIMA
011930*    TURMA ACHADA E GUARDADA, PORQUE OS ARQUIVOS VEM QUASE SEMPRE
011940*    AGRUPADOS POR TURMA.
011950*----------------------------------------------------------------*
011960 3900-LOCALIZA-TURMA.
011970     MOVE "N" TO IND-ACHOU-TURMA.
011980     IF QTD-TURMAS > 0
011990        AND WS-TURMA-BUSCA = WS-TURMA-ULTIMA
012000         SET TUR-IDX TO WS-POS-ULTIMA
012010         MOVE "S" TO IND-ACHOU-TURMA
012020         GO TO 3900-FIM
012030     END-IF.
012040     MOVE "N" TO IND-ACHOU-POSICAO.
012050     IF QTD-TURMAS > 0
012060         PERFORM 3910-PROCURA-TURMA THRU 3910-FIM
012070             VARYING TUR-IDX FROM 1 BY 1
012080                 UNTIL TUR-IDX > QTD-TURMAS
012090                    OR ACHOU-POSICAO
012100     END-IF.
012110     IF ACHOU-POSICAO
012120         SET TUR-IDX DOWN BY 1
012130         IF TUR-CODIGO(TUR-IDX) = WS-TURMA-BUSCA
012140             MOVE "S" TO IND-ACHOU-TURMA
012150             GO TO 3900-GUARDA
012160         END-IF
012170     END-IF.
012180     IF QTD-TURMAS NOT < WS-MAX-TURMAS
012190         ADD 1 TO CONT-FORA-TURMAS
012200         GO TO 3900-FIM
012210     END-IF.
012220     IF ACHOU-POSICAO
012230         SET WS-POS-INSERCAO TO TUR-IDX
012240         PERFORM 3920-DESLOCA-UMA-TURMA THRU 3920-FIM
012250             VARYING WS-POS-ORIGEM FROM QTD-TURMAS BY -1
012260                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
012270     ELSE
012280         COMPUTE WS-POS-INSERCAO = QTD-TURMAS + 1
012290     END-IF.
012300     ADD 1 TO QTD-TURMAS.
012310     SET TUR-IDX TO WS-POS-INSERCAO.
012320     MOVE WS-TURMA-BUSCA TO TUR-CODIGO(TUR-IDX).
012330     MOVE "*** TURMA NAO CADASTRADA ***"
012340         TO TUR-NOME-CURSO(TUR-IDX).
012350     MOVE SPACES TO TUR-SITUACAO(TUR-IDX).
012360     MOVE "N" TO TUR-IND-CADASTRO(TUR-IDX).
012370     MOVE WS-QUADRO-ZERADO TO TUR-QUADRO(TUR-IDX).
012380     MOVE "S" TO IND-ACHOU-TURMA.
012390 3900-GUARDA.
012400     MOVE WS-TURMA-BUSCA TO WS-TURMA-ULTIMA.
012410     SET WS-POS-ULTIMA TO TUR-IDX.
012420 3900-FIM.
012430     EXIT.
012440*----------------------------------------------------------------*
012450 3910-PROCURA-TURMA.
012460     IF TUR-CODIGO(TUR-IDX) NOT < WS-TURMA-BUSCA
012470         MOVE "S" TO IND-ACHOU-POSICAO
012480     END-IF.
012490 3910-FIM.
012500     EXIT.
012510*----------------------------------------------------------------*
012520 3920-DESLOCA-UMA-TURMA.
012530     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
012540     MOVE TUR(WS-POS-ORIGEM) TO TUR(WS-POS-DESTINO).
012550 3920-FIM.
012560     EXIT.
012570*----------------------------------------------------------------*
012580*    3930-LOCALIZA-TURMA-DISC
012590*    MESMA BUSCA COM INCLUSAO ORDENADA, NA TABELA TURMA X
012600*    DISCIPLINA, PELA CHAVE WS-CHAVE-TDI.
012610*----------------------------------------------------------------*
012620 3930-LOCALIZA-TURMA-DISC.
012630     MOVE "N" TO IND-ACHOU-TURMA-DISC.
012640     MOVE "N" TO IND-ACHOU-POSICAO.
012650     IF QTD-TURMA-DISC > 0
012660         PERFORM 3940-PROCURA-TURMA-DISC THRU 3940-FIM
012670             VARYING TDI-IDX FROM 1 BY 1
012680                 UNTIL TDI-IDX > QTD-TURMA-DISC
012690                    OR ACHOU-POSICAO
012700     END-IF.
012710     IF ACHOU-POSICAO
012720         SET TDI-IDX DOWN BY 1
012730         IF TDI-CHAVE(TDI-IDX) = WS-CHAVE-TDI
012740             MOVE "S" TO IND-ACHOU-TURMA-DISC
012750             GO TO 3930-FIM
012760         END-IF
012770     END-IF.
012780     IF QTD-TURMA-DISC NOT < WS-MAX-TURMA-DISC
012790         ADD 1 TO CONT-FORA-TURMA-DISC
012800         GO TO 3930-FIM
012810     END-IF.
012820     IF ACHOU-POSICAO
012830         SET WS-POS-INSERCAO TO TDI-IDX
012840         PERFORM 3950-DESLOCA-UMA-TURMA-DISC THRU 3950-FIM
012850             VARYING WS-POS-ORIGEM FROM QTD-TURMA-DISC BY -1
012860                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
012870     ELSE
012880         COMPUTE WS-POS-INSERCAO = QTD-TURMA-DISC + 1
012890     END-IF.
012900     ADD 1 TO QTD-TURMA-DISC.
012910     SET TDI-IDX TO WS-POS-INSERCAO.
012920     MOVE WS-CHAVE-TDI TO TDI-CHAVE(TDI-IDX).
012930     MOVE WS-CONT-DISC-ZERADO TO TDI-CONTADORES(TDI-IDX).
012940     MOVE "S" TO IND-ACHOU-TURMA-DISC.
012950 3930-FIM.
012960     EXIT.
012970*----------------------------------------------------------------*
012980 3940-PROCURA-TURMA-DISC.
012990     IF TDI-CHAVE(TDI-IDX) NOT < WS-CHAVE-TDI
013000         MOVE "S" TO IND-ACHOU-POSICAO
013010     END-IF.
013020 3940-FIM.
013030     EXIT.
013040*----------------------------------------------------------------*
013050 3950-DESLOCA-UMA-TURMA-DISC.
013060     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
013070     MOVE TDI(WS-POS-ORIGEM) TO TDI(WS-POS-DESTINO).
013080 3950-FIM.
013090     EXIT.
013100*----------------------------------------------------------------*
013110*    3960-LOCALIZA-DISC-GERAL
013120*    MESMA BUSCA COM INCLUSAO ORDENADA, NA TABELA DAS DISCIPLINAS
013130*    DA INSTITUICAO, PELA DISCIPLINA DA CHAVE ATUAL.
013140*----------------------------------------------------------------*
013150 3960-LOCALIZA-DISC-GERAL.
013160     MOVE "N" TO IND-ACHOU-DISC-GERAL.
013170     MOVE "N" TO IND-ACHOU-POSICAO.
013180     IF QTD-DISC-GERAL > 0
013190         PERFORM 3970-PROCURA-DISC-GERAL THRU 3970-FIM
013200             VARYING DGE-IDX FROM 1 BY 1
013210                 UNTIL DGE-IDX > QTD-DISC-GERAL
013220                    OR ACHOU-POSICAO
013230     END-IF.
013240     IF ACHOU-POSICAO
013250         SET DGE-IDX DOWN BY 1
013260         IF DGE-DISCIPLINA(DGE-IDX) = CHA-DISCIPLINA
013270             MOVE "S" TO IND-ACHOU-DISC-GERAL
013280             GO TO 3960-FIM
013290         END-IF
013300     END-IF.
013310     IF QTD-DISC-GERAL NOT < WS-MAX-DISC-GERAL
013320         ADD 1 TO CONT-FORA-DISC-GERAL
013330         GO TO 3960-FIM
013340     END-IF.
013350     IF ACHOU-POSICAO
013360         SET WS-POS-INSERCAO TO DGE-IDX
013370         PERFORM 3980-DESLOCA-UMA-DISC-GERAL THRU 3980-FIM
013380             VARYING WS-POS-ORIGEM FROM QTD-DISC-GERAL BY -1
013390                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
013400     ELSE
013410         COMPUTE WS-POS-INSERCAO = QTD-DISC-GERAL + 1
013420     END-IF.
013430     ADD 1 TO QTD-DISC-GERAL.
013440     SET DGE-IDX TO WS-POS-INSERCAO.
013450     MOVE CHA-DISCIPLINA TO DGE-DISCIPLINA(DGE-IDX).
013460     MOVE WS-CONT-DISC-ZERADO TO DGE-CONTADORES(DGE-IDX).
013470     MOVE "S" TO IND-ACHOU-DISC-GERAL.
013480 3960-FIM.
013490     EXIT.
013500*----------------------------------------------------------------*
013510 3970-PROCURA-DISC-GERAL.
013520     IF DGE-DISCIPLINA(DGE-IDX) NOT < CHA-DISCIPLINA
013530         MOVE "S" TO IND-ACHOU-POSICAO
013540     END-IF.
013550 3970-FIM.
013560     EXIT.
013570*----------------------------------------------------------------*
013580 3980-DESLOCA-UMA-DISC-GERAL.
013590     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
013600     MOVE DGE(WS-POS-ORIGEM) TO DGE(WS-POS-DESTINO).
013610 3980-FIM.
013620     EXIT.
013630*----------------------------------------------------------------*
013640*    4000-GRAVA-CABECALHO-PLAN
013650*    REGISTRO "H" DA PLANILHA: DATA, JOB DE ORIGEM E PERIODO, NO
013660*    MESMO ESTILO DO EXTRATO DE INTERFACE (EXTRMST).
013670*----------------------------------------------------------------*
013680 4000-GRAVA-CABECALHO-PLAN.
013690     MOVE SPACES TO REG-LINHA-PLANILHA.
013700     STRING "H" ";" WS-DATA-HOJE ";" WS-JOB-ID ";"
013710            WS-PERIODO-ESTAT
013720         DELIMITED BY SIZE INTO REG-LINHA-PLANILHA.
013730     WRITE REG-LINHA-PLANILHA.
013740 4000-FIM.
013750     EXIT.
013760*----------------------------------------------------------------*
013770*    5000-IMPRIME-TURMAS
013780*    UMA PAGINA POR TURMA DA TABELA, NA ORDEM DE CODIGO. O QUADRO
013790*    DE CADA TURMA SOMA NO TOTAL DA INSTITUICAO.
013800*----------------------------------------------------------------*
013810 5000-IMPRIME-TURMAS.
013820     PERFORM 5100-IMPRIME-UMA-TURMA THRU 5100-FIM
013830         VARYING TUR-IDX FROM 1 BY 1
013840         UNTIL TUR-IDX > QTD-TURMAS.
013850 5000-FIM.
013860     EXIT.
013870*----------------------------------------------------------------*
013880 5100-IMPRIME-UMA-TURMA.
013890     IF NOT TUR-CADASTRADA(TUR-IDX)
013900         ADD 1 TO CONT-TURMAS-SEM-CADASTRO
013910     END-IF.
013920     MOVE TUR-CODIGO(TUR-IDX) TO CAB-TURMA.
013930     PERFORM 7050-IMPRIME-CABECALHO THRU 7050-FIM.
013940     MOVE TUR-NOME-CURSO(TUR-IDX) TO TUL-NOME-CURSO.
013950     MOVE TUR-SITUACAO(TUR-IDX)   TO TUL-SITUACAO.
013960     MOVE WS-LINHA-TURMA TO REG-LINHA-RELATORIO.
013970     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
013980     MOVE "D"                 TO WS-ARQ-TIPO.
013990     MOVE TUR-CODIGO(TUR-IDX) TO WS-ARQ-TURMA.
014000     MOVE SPACES              TO WS-ARQ-DISCIPLINA.
014010     MOVE TUR-QUADRO(TUR-IDX) TO WS-QUADRO.
014020     PERFORM 7000-IMPRIME-QUADRO THRU 7000-FIM.
014030     PERFORM 5200-SOMA-TOTAL-GERAL THRU 5200-FIM.
014040     PERFORM 7100-TITULO-DISCIPLINAS THRU 7100-FIM.
014050     PERFORM 5300-IMPRIME-DISC-TURMA THRU 5300-FIM
014060         VARYING TDI-IDX FROM 1 BY 1
014070         UNTIL TDI-IDX > QTD-TURMA-DISC.
014080     MOVE "TOTAL DA TURMA" TO WS-NOME-DISC.
014090     PERFORM 7400-IMPRIME-TOTAL-DISC THRU 7400-FIM.
014100 5100-FIM.
014110     EXIT.
014120*----------------------------------------------------------------*
014130 5200-SOMA-TOTAL-GERAL.
014140     ADD QDR-CAPACIDADE       TO GER-CAPACIDADE.
014150     ADD QDR-ALUNOS           TO GER-ALUNOS.
014160     ADD QDR-MASCULINO        TO GER-MASCULINO.
014170     ADD QDR-FEMININO         TO GER-FEMININO.
014180     ADD QDR-SEXO-OUTRO       TO GER-SEXO-OUTRO.
014190     ADD QDR-IDADE-ATE-17     TO GER-IDADE-ATE-17.
014200     ADD QDR-IDADE-18-20      TO GER-IDADE-18-20.
014210     ADD QDR-IDADE-21-24      TO GER-IDADE-21-24.
014220     ADD QDR-IDADE-25-29      TO GER-IDADE-25-29.
014230     ADD QDR-IDADE-30-MAIS    TO GER-IDADE-30-MAIS.
014240     ADD QDR-DESLIGADOS       TO GER-DESLIGADOS.
014250     ADD QDR-RES-APROVADOS    TO GER-RES-APROVADOS.
014260     ADD QDR-RES-REPROV-NOTA  TO GER-RES-REPROV-NOTA.
014270     ADD QDR-RES-REPROV-FALTA TO GER-RES-REPROV-FALTA.
014280     ADD QDR-RES-RECUPERACAO  TO GER-RES-RECUPERACAO.
014290     ADD QDR-AULAS            TO GER-AULAS.
014300     ADD QDR-FALTAS           TO GER-FALTAS.
014310 5200-FIM.
014320     EXIT.
014330*----------------------------------------------------------------*
014340 5300-IMPRIME-DISC-TURMA.
014350     IF TDI-TURMA(TDI-IDX) NOT = TUR-CODIGO(TUR-IDX)
014360         GO TO 5300-FIM
014370     END-IF.
014380     MOVE TDI-DISCIPLINA(TDI-IDX) TO WS-ARQ-DISCIPLINA.
014390     PERFORM 7950-LE-NOME-DISCIPLINA THRU 7950-FIM.
014400     MOVE TDI-CONTADORES(TDI-IDX) TO WS-CONT-DISC.
014410     PERFORM 7200-IMPRIME-LINHA-DISC THRU 7200-FIM.
014420 5300-FIM.
014430     EXIT.
014440*----------------------------------------------------------------*
014450*    6000-IMPRIME-TOTAL-GERAL
014460*    PAGINA DO TOTAL DA INSTITUICAO: O MESMO QUADRO DAS TURMAS COM
014470*    A SOMA DE TODAS, AS DISCIPLINAS SOMADAS ENTRE AS TURMAS E OS
014480*    CONTROLES DA EXECUCAO. REGISTRO QUE NAO COUBE NAS TABELAS FAZ
014490*    O PASSO TERMINAR COM RC=4.
014500*----------------------------------------------------------------*
014510 6000-IMPRIME-TOTAL-GERAL.
014520     MOVE "----" TO CAB-TURMA.
014530     PERFORM 7050-IMPRIME-CABECALHO THRU 7050-FIM.
014540     MOVE WS-LINHA-TOT-TITULO TO REG-LINHA-RELATORIO.
014550     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
014560     IF WS-SITUACAO-PERIODO NOT = "F"
014570         MOVE SPACES TO WS-LINHA-AVISO
014580         MOVE "PERIODO NAO FECHADO: FECHAMENTO PARCIAL"
014590             TO AVI-TEXTO
014600         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
014610         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
014620     END-IF.
014630     MOVE "G"    TO WS-ARQ-TIPO.
014640     MOVE SPACES TO WS-ARQ-TURMA WS-ARQ-DISCIPLINA.
014650     MOVE WS-QUADRO-GERAL TO WS-QUADRO.
014660     PERFORM 7000-IMPRIME-QUADRO THRU 7000-FIM.
014670     PERFORM 7100-TITULO-DISCIPLINAS THRU 7100-FIM.
014680     PERFORM 6100-IMPRIME-DISC-GERAL THRU 6100-FIM
014690         VARYING DGE-IDX FROM 1 BY 1
014700         UNTIL DGE-IDX > QTD-DISC-GERAL.
014710     MOVE "TOTAL DA INSTITUICAO" TO WS-NOME-DISC.
014720     PERFORM 7400-IMPRIME-TOTAL-DISC THRU 7400-FIM.
014730     PERFORM 6500-IMPRIME-CONTROLES THRU 6500-FIM.
014740 6000-FIM.
014750     EXIT.
014760*----------------------------------------------------------------*
014770 6100-IMPRIME-DISC-GERAL.
014780     MOVE DGE-DISCIPLINA(DGE-IDX) TO WS-ARQ-DISCIPLINA.
014790     PERFORM 7950-LE-NOME-DISCIPLINA THRU 7950-FIM.
014800     MOVE DGE-CONTADORES(DGE-IDX) TO WS-CONT-DISC.
014810     PERFORM 7200-IMPRIME-LINHA-DISC THRU 7200-FIM.
014820 6100-FIM.
014830     EXIT.
014840*----------------------------------------------------------------*
014850 6500-IMPRIME-CONTROLES.
014860     MOVE SPACES TO WS-LINHA-SECAO.
014870     MOVE "CONTROLES DA EXECUCAO" TO SEC-TEXTO.
014880     MOVE WS-LINHA-SECAO TO REG-LINHA-RELATORIO.
014890     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 3 LINES.
014900     MOVE SPACES TO REG-LINHA-RELATORIO.
014910     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
014920     MOVE SPACES TO WS-LINHA-TOTAL.
014930     MOVE "TURMAS LIDAS DO MESTRE ..........:" TO TOTL-DESCRICAO.
014940     MOVE CONT-TURMAS-LIDAS TO TOTL-VALOR.
014950     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
014960     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
014970     MOVE SPACES TO WS-LINHA-TOTAL.
014980     MOVE "TURMAS SEM CADASTRO NO MESTRE ...:" TO TOTL-DESCRICAO.
014990     MOVE CONT-TURMAS-SEM-CADASTRO TO TOTL-VALOR.
015000     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015010     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015020     MOVE SPACES TO WS-LINHA-TOTAL.
015030     MOVE "ALUNOS LIDOS DO MESTRE ..........:" TO TOTL-DESCRICAO.
015040     MOVE CONT-ALUNOS-LIDOS TO TOTL-VALOR.
015050     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015060     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015070     MOVE SPACES TO WS-LINHA-TOTAL.
015080     MOVE "EXCLUIDOS LIDOS DO HISTORICO ....:" TO TOTL-DESCRICAO.
015090     MOVE CONT-HISTORICO-LIDOS TO TOTL-VALOR.
015100     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015110     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015120     MOVE SPACES TO WS-LINHA-TOTAL.
015130     MOVE "  DESLIGADOS NA VIGENCIA ........:" TO TOTL-DESCRICAO.
015140     MOVE CONT-DESLIGADOS-PERIODO TO TOTL-VALOR.
015150     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015160     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015170     MOVE SPACES TO WS-LINHA-TOTAL.
015180     MOVE "RESULTADOS LIDOS DO MESTRE ......:" TO TOTL-DESCRICAO.
015190     MOVE CONT-RESULTADOS-LIDOS TO TOTL-VALOR.
015200     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015210     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015220     MOVE SPACES TO WS-LINHA-TOTAL.
015230     MOVE "  RESULTADOS DO PERIODO .........:" TO TOTL-DESCRICAO.
015240     MOVE CONT-RESULTADOS-PERIODO TO TOTL-VALOR.
015250     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015260     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015270     MOVE SPACES TO WS-LINHA-TOTAL.
015280     MOVE "NOTAS LIDAS DO MESTRE ...........:" TO TOTL-DESCRICAO.
015290     MOVE CONT-NOTAS-LIDAS TO TOTL-VALOR.
015300     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015310     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015320     MOVE SPACES TO WS-LINHA-TOTAL.
015330     MOVE "  NOTAS DO PERIODO ..............:" TO TOTL-DESCRICAO.
015340     MOVE CONT-NOTAS-PERIODO TO TOTL-VALOR.
015350     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015360     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015370     MOVE SPACES TO WS-LINHA-TOTAL.
015380     MOVE "FREQUENCIAS LIDAS DO MESTRE .....:" TO TOTL-DESCRICAO.
015390     MOVE CONT-FREQ-LIDAS TO TOTL-VALOR.
015400     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015410     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015420     MOVE SPACES TO WS-LINHA-TOTAL.
015430     MOVE "  FREQUENCIAS DO PERIODO ........:" TO TOTL-DESCRICAO.
015440     MOVE CONT-FREQ-PERIODO TO TOTL-VALOR.
015450     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015460     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015470     MOVE SPACES TO WS-LINHA-TOTAL.
015480     MOVE "ALUNO X DISCIPLINA AVALIADOS ....:" TO TOTL-DESCRICAO.
015490     MOVE CONT-DISC-AVALIADAS TO TOTL-VALOR.
015500     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015510     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015520     MOVE SPACES TO WS-LINHA-TOTAL.
015530     MOVE "REGISTROS FORA DA TABELA TURMAS .:" TO TOTL-DESCRICAO.
015540     MOVE CONT-FORA-TURMAS TO TOTL-VALOR.
015550     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015560     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015570     MOVE SPACES TO WS-LINHA-TOTAL.
015580     MOVE "FORA DA TABELA TURMA X DISCIPLINA:" TO TOTL-DESCRICAO.
015590     MOVE CONT-FORA-TURMA-DISC TO TOTL-VALOR.
015600     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015610     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015620     MOVE SPACES TO WS-LINHA-TOTAL.
015630     MOVE "FORA DA TABELA DE DISCIPLINAS ...:" TO TOTL-DESCRICAO.
015640     MOVE CONT-FORA-DISC-GERAL TO TOTL-VALOR.
015650     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015660     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015670     MOVE SPACES TO WS-LINHA-TOTAL.
015680     MOVE "REGISTROS GRAVADOS NA PLANILHA ..:" TO TOTL-DESCRICAO.
015690     MOVE CONT-REG-PLANILHA TO TOTL-VALOR.
015700     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015710     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015720     IF CONT-FORA-TURMAS > 0
015730        OR CONT-FORA-TURMA-DISC > 0
015740        OR CONT-FORA-DISC-GERAL > 0
015750         MOVE SPACES TO WS-LINHA-AVISO
015760         MOVE "REGISTROS FORA DAS TABELAS - INCOMPLETO"
015770             TO AVI-TEXTO
015780         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
015790         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
015800         DISPLAY "ESTAT: REGISTROS FORA DAS TABELAS - "
015810                 "ESTATISTICAS INCOMPLETAS" UPON CONSOLE
015820         MOVE 4 TO RETURN-CODE
015830     END-IF.
015840 6500-FIM.
015850     EXIT.
015860*----------------------------------------------------------------*
015870*    6900-GRAVA-FECHO-PLAN
015880*    REGISTRO "T" DA PLANILHA: QUANTIDADE DE REGISTROS "D" E "G" E
015890*    SOMA DAS QUANTIDADES, PARA O RECEPTOR CONFERIR.
015900*----------------------------------------------------------------*
015910 6900-GRAVA-FECHO-PLAN.
015920     MOVE CONT-REG-PLANILHA TO WS-REG-EDIT.
015930     MOVE SOMA-QTD-PLANILHA TO WS-SOMA-EDIT.
015940     MOVE SPACES TO REG-LINHA-PLANILHA.
015950     STRING "T" ";" WS-REG-EDIT ";" WS-SOMA-EDIT
015960         DELIMITED BY SIZE INTO REG-LINHA-PLANILHA.
015970     WRITE REG-LINHA-PLANILHA.
015980 6900-FIM.
015990     EXIT.
016000*----------------------------------------------------------------*
016010*    7000-IMPRIME-QUADRO
016020*    IMPRIME O QUADRO DE WS-QUADRO (UMA TURMA OU A INSTITUICAO) E
016030*    GRAVA CADA INDICADOR NA PLANILHA. OS PERCENTUAIS DE OCUPACAO
016040*    SAO SOBRE A CAPACIDADE; OS DE PERFIL, SOBRE OS MATRICULADOS;
016050*    OS DO FECHAMENTO, SOBRE OS ALUNOS COM RESULTADO NO PERIODO; A
016060*    FREQUENCIA MEDIA, SOBRE AS AULAS DADAS DO PERIODO.
016070*----------------------------------------------------------------*
016080 7000-IMPRIME-QUADRO.
016090     MOVE "OCUPACAO" TO SEC-TEXTO.
016100     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
016110     MOVE "CAPACIDADE DA TURMA ............:" TO WIN-DESCRICAO.
016120     MOVE "CAPACIDADE" TO WIN-CODIGO.
016130     MOVE QDR-CAPACIDADE TO WIN-VALOR.
016140     MOVE "N" TO WIN-IND-PCT.
016150     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016160     MOVE "ALUNOS MATRICULADOS ............:" TO WIN-DESCRICAO.
016170     MOVE "MATRICULADOS" TO WIN-CODIGO.
016180     MOVE QDR-ALUNOS TO WIN-VALOR WS-PCT-PARTE.
016190     MOVE QDR-CAPACIDADE TO WS-PCT-TODO.
016200     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016210     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016220     MOVE "VAGAS LIVRES ...................:" TO WIN-DESCRICAO.
016230     MOVE "VAGAS" TO WIN-CODIGO.
016240     MOVE 0 TO WIN-VALOR.
016250     IF QDR-CAPACIDADE > QDR-ALUNOS
016260         COMPUTE WIN-VALOR = QDR-CAPACIDADE - QDR-ALUNOS
016270     END-IF.
016280     MOVE "N" TO WIN-IND-PCT.
016290     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016300     MOVE "PERFIL DOS ALUNOS MATRICULADOS" TO SEC-TEXTO.
016310     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
016320     MOVE QDR-ALUNOS TO WS-PCT-TODO.
016330     MOVE "SEXO MASCULINO .................:" TO WIN-DESCRICAO.
016340     MOVE "MASCULINO" TO WIN-CODIGO.
016350     MOVE QDR-MASCULINO TO WIN-VALOR WS-PCT-PARTE.
016360     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016370     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016380     MOVE "SEXO FEMININO ..................:" TO WIN-DESCRICAO.
016390     MOVE "FEMININO" TO WIN-CODIGO.
016400     MOVE QDR-FEMININO TO WIN-VALOR WS-PCT-PARTE.
016410     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016420     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016430     MOVE "SEXO NAO INFORMADO .............:" TO WIN-DESCRICAO.
016440     MOVE "SEXO-OUTRO" TO WIN-CODIGO.
016450     MOVE QDR-SEXO-OUTRO TO WIN-VALOR WS-PCT-PARTE.
016460     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016470     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016480     MOVE "IDADE ATE 17 ANOS ..............:" TO WIN-DESCRICAO.
016490     MOVE "IDADE-ATE17" TO WIN-CODIGO.
016500     MOVE QDR-IDADE-ATE-17 TO WIN-VALOR WS-PCT-PARTE.
016510     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016520     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016530     MOVE "IDADE DE 18 A 20 ANOS ..........:" TO WIN-DESCRICAO.
016540     MOVE "IDADE-18A20" TO WIN-CODIGO.
016550     MOVE QDR-IDADE-18-20 TO WIN-VALOR WS-PCT-PARTE.
016560     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016570     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016580     MOVE "IDADE DE 21 A 24 ANOS ..........:" TO WIN-DESCRICAO.
016590     MOVE "IDADE-21A24" TO WIN-CODIGO.
016600     MOVE QDR-IDADE-21-24 TO WIN-VALOR WS-PCT-PARTE.
016610     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016620     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016630     MOVE "IDADE DE 25 A 29 ANOS ..........:" TO WIN-DESCRICAO.
016640     MOVE "IDADE-25A29" TO WIN-CODIGO.
016650     MOVE QDR-IDADE-25-29 TO WIN-VALOR WS-PCT-PARTE.
016660     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016670     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016680     MOVE "IDADE DE 30 ANOS OU MAIS .......:" TO WIN-DESCRICAO.
016690     MOVE "IDADE-30MAIS" TO WIN-CODIGO.
016700     MOVE QDR-IDADE-30-MAIS TO WIN-VALOR WS-PCT-PARTE.
016710     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016720     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016730     MOVE "MOVIMENTO NO PERIODO" TO SEC-TEXTO.
016740     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
016750     MOVE "DESLIGAMENTOS NA VIGENCIA ......:" TO WIN-DESCRICAO.
016760     MOVE "DESLIGADOS" TO WIN-CODIGO.
016770     MOVE QDR-DESLIGADOS TO WIN-VALOR.
016780     MOVE "N" TO WIN-IND-PCT.
016790     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016800     MOVE "RESULTADO DO FECHAMENTO DO PERIODO (RESULMST)"
016810         TO SEC-TEXTO.
016820     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
016830     COMPUTE WS-PCT-TODO = QDR-RES-APROVADOS + QDR-RES-REPROV-NOTA
016840                         + QDR-RES-REPROV-FALTA
016850                         + QDR-RES-RECUPERACAO.
016860     MOVE "ALUNOS COM RESULTADO ...........:" TO WIN-DESCRICAO.
016870     MOVE "RESULTADOS" TO WIN-CODIGO.
016880     MOVE WS-PCT-TODO TO WIN-VALOR.
016890     MOVE "N" TO WIN-IND-PCT.
016900     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016910     MOVE "APROVADOS ......................:" TO WIN-DESCRICAO.
016920     MOVE "APROVADOS" TO WIN-CODIGO.
016930     MOVE QDR-RES-APROVADOS TO WIN-VALOR WS-PCT-PARTE.
016940     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
016950     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
016960     MOVE "REPROVADOS POR NOTA ............:" TO WIN-DESCRICAO.
016970     MOVE "REPROV-NOTA" TO WIN-CODIGO.
016980     MOVE QDR-RES-REPROV-NOTA TO WIN-VALOR WS-PCT-PARTE.
016990     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017000     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
017010     MOVE "REPROVADOS POR FALTA ...........:" TO WIN-DESCRICAO.
017020     MOVE "REPROV-FALTA" TO WIN-CODIGO.
017030     MOVE QDR-RES-REPROV-FALTA TO WIN-VALOR WS-PCT-PARTE.
017040     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017050     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
017060     MOVE "EM RECUPERACAO .................:" TO WIN-DESCRICAO.
017070     MOVE "RECUPERACAO" TO WIN-CODIGO.
017080     MOVE QDR-RES-RECUPERACAO TO WIN-VALOR WS-PCT-PARTE.
017090     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017100     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
017110     MOVE "FREQUENCIA NO PERIODO (FREQMST)" TO SEC-TEXTO.
017120     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
017130     MOVE "AULAS DADAS / FREQUENCIA MEDIA .:" TO WIN-DESCRICAO.
017140     MOVE "FREQ-MEDIA" TO WIN-CODIGO.
017150     MOVE QDR-AULAS TO WIN-VALOR WS-PCT-TODO.
017160     COMPUTE WS-PCT-PARTE = QDR-AULAS - QDR-FALTAS.
017170     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017180     PERFORM 7800-EMITE-INDICADOR THRU 7800-FIM.
017190 7000-FIM.
017200     EXIT.
017210*----------------------------------------------------------------*
017220 7050-IMPRIME-CABECALHO.
017230     MOVE WS-PERIODO-ESTAT TO CAB-PERIODO.
017240     MOVE WS-DATA-HOJE     TO CAB-DATA.
017250     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
017260     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
017270     MOVE WS-MEDIA-MINIMA     TO CRI-MEDIA.
017280     MOVE WS-FREQ-MINIMA      TO CRI-FREQ.
017290     MOVE WS-SITUACAO-PERIODO TO CRI-SITUACAO.
017300     MOVE WS-DATA-INICIO      TO CRI-DATA-INICIO.
017310     MOVE WS-DATA-FIM         TO CRI-DATA-FIM.
017320     MOVE WS-LINHA-CRITERIOS TO REG-LINHA-RELATORIO.
017330     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
017340     MOVE SPACES TO REG-LINHA-RELATORIO.
017350     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
017360 7050-FIM.
017370     EXIT.
017380*----------------------------------------------------------------*
017390 7060-IMPRIME-SECAO.
017400     MOVE WS-LINHA-SECAO TO REG-LINHA-RELATORIO.
017410     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
017420     MOVE SPACES TO WS-LINHA-SECAO.
017430 7060-FIM.
017440     EXIT.
017450*----------------------------------------------------------------*
017460*    7100-TITULO-DISCIPLINAS
017470*    ABRE O QUADRO POR DISCIPLINA (NOTAS E FREQUENCIA DO PERIODO
017480*    DECIDIDAS COM OS CRITERIOS DO CARTAO) E ZERA A SOMA DAS
017490*    LINHAS, QUE SAI NO FIM COMO SUBTOTAL.
017500*----------------------------------------------------------------*
017510 7100-TITULO-DISCIPLINAS.
017520     MOVE WS-TITULO-DISCIPLINAS TO SEC-TEXTO.
017530     PERFORM 7060-IMPRIME-SECAO THRU 7060-FIM.
017540     MOVE WS-LINHA-COLUNAS-DISC TO REG-LINHA-RELATORIO.
017550     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
017560     MOVE WS-CONT-DISC-ZERADO TO WS-CONT-DISC-TOTAL.
017570     MOVE 0 TO QTD-DISC-IMPRESSAS.
017580 7100-FIM.
017590     EXIT.
017600*----------------------------------------------------------------*
017610*    7200-IMPRIME-LINHA-DISC
017620*    LINHA DE UMA DISCIPLINA (CONTADORES EM WS-CONT-DISC, NOME EM
017630*    WS-NOME-DISC) E OS SEIS INDICADORES DELA NA PLANILHA. OS
017640*    PERCENTUAIS SAO SOBRE OS ALUNOS AVALIADOS NA DISCIPLINA; A
017650*    FREQUENCIA, SOBRE AS AULAS DADAS.
017660*----------------------------------------------------------------*
017670 7200-IMPRIME-LINHA-DISC.
017680     MOVE SPACES TO WS-LINHA-DISC-DET.
017690     MOVE WS-ARQ-DISCIPLINA TO DTL-DISCIPLINA.
017700     MOVE WS-NOME-DISC      TO DTL-NOME.
017710     MOVE "AVALIADOS" TO WIN-CODIGO.
017720     MOVE CDI-AVALIADOS TO WIN-VALOR DTL-AVALIADOS.
017730     MOVE 0 TO WIN-PCT.
017740     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
017750     MOVE CDI-AVALIADOS TO WS-PCT-TODO.
017760     MOVE "APROVADOS" TO WIN-CODIGO.
017770     MOVE CDI-APROVADOS TO WIN-VALOR WS-PCT-PARTE DTL-APROVADOS.
017780     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017790     MOVE WIN-PCT TO DTL-PCT-APROV.
017800     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
017810     MOVE "REPROV-NOTA" TO WIN-CODIGO.
017820     MOVE CDI-REPROV-NOTA TO WIN-VALOR WS-PCT-PARTE
017830                             DTL-REPROV-NOTA.
017840     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017850     MOVE WIN-PCT TO DTL-PCT-NOTA.
017860     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
017870     MOVE "REPROV-FALTA" TO WIN-CODIGO.
017880     MOVE CDI-REPROV-FALTA TO WIN-VALOR WS-PCT-PARTE
017890                              DTL-REPROV-FALTA.
017900     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017910     MOVE WIN-PCT TO DTL-PCT-FALTA.
017920     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
017930     MOVE "SEM-NOTA" TO WIN-CODIGO.
017940     MOVE CDI-SEM-NOTA TO WIN-VALOR WS-PCT-PARTE DTL-SEM-NOTA.
017950     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
017960     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
017970     MOVE "FREQ-MEDIA" TO WIN-CODIGO.
017980     MOVE CDI-AULAS TO WIN-VALOR WS-PCT-TODO.
017990     COMPUTE WS-PCT-PARTE = CDI-AULAS - CDI-FALTAS.
018000     PERFORM 7900-CALCULA-PCT THRU 7900-FIM.
018010     MOVE WIN-PCT TO DTL-FREQ.
018020     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
018030     MOVE WS-LINHA-DISC-DET TO REG-LINHA-RELATORIO.
018040     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
018050     ADD 1 TO QTD-DISC-IMPRESSAS.
018060     ADD CDI-AVALIADOS    TO CDT-AVALIADOS.
018070     ADD CDI-APROVADOS    TO CDT-APROVADOS.
018080     ADD CDI-REPROV-NOTA  TO CDT-REPROV-NOTA.
018090     ADD CDI-REPROV-FALTA TO CDT-REPROV-FALTA.
018100     ADD CDI-SEM-NOTA     TO CDT-SEM-NOTA.
018110     ADD CDI-AULAS        TO CDT-AULAS.
018120     ADD CDI-FALTAS       TO CDT-FALTAS.
018130 7200-FIM.
018140     EXIT.
018150*----------------------------------------------------------------*
018160*    7400-IMPRIME-TOTAL-DISC
018170*    SUBTOTAL DO QUADRO POR DISCIPLINA, COM A DISCIPLINA "TOTAL"
018180*    TAMBEM NA PLANILHA. SEM NENHUMA DISCIPLINA SAI SO O AVISO.
018190*----------------------------------------------------------------*
018200 7400-IMPRIME-TOTAL-DISC.
018210     IF QTD-DISC-IMPRESSAS = 0
018220         MOVE SPACES TO WS-LINHA-AVISO
018230         MOVE "NENHUMA NOTA OU FREQUENCIA NO PERIODO" TO AVI-TEXTO
018240         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
018250         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
018260         GO TO 7400-FIM
018270     END-IF.
018280     MOVE SPACES TO REG-LINHA-RELATORIO.
018290     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
018300     MOVE "TOTAL" TO WS-ARQ-DISCIPLINA.
018310     MOVE WS-CONT-DISC-TOTAL TO WS-CONT-DISC.
018320     PERFORM 7200-IMPRIME-LINHA-DISC THRU 7200-FIM.
018330 7400-FIM.
018340     EXIT.
018350*----------------------------------------------------------------*
018360*    7800-EMITE-INDICADOR
018370*    LINHA DO QUADRO COM A DESCRICAO, O VALOR E, SE HOUVER, O
018380*    PERCENTUAL; E O MESMO INDICADOR NA PLANILHA.
018390*----------------------------------------------------------------*
018400 7800-EMITE-INDICADOR.
018410     MOVE SPACES TO WS-LINHA-ESTATISTICA.
018420     MOVE WIN-DESCRICAO TO EST-DESCRICAO.
018430     MOVE WIN-VALOR     TO EST-VALOR.
018440     IF WIN-TEM-PCT
018450         MOVE WIN-PCT TO EST-PCT
018460         MOVE " %"    TO EST-LIT-PCT
018470     ELSE
018480         MOVE 0 TO WIN-PCT
018490     END-IF.
018500     MOVE WS-LINHA-ESTATISTICA TO REG-LINHA-RELATORIO.
018510     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
018520     PERFORM 7850-GRAVA-DETALHE-PLAN THRU 7850-FIM.
018530 7800-FIM.
018540     EXIT.
018550*----------------------------------------------------------------*
018560*    7850-GRAVA-DETALHE-PLAN
018570*    REGISTRO "D" (TURMA) OU "G" (INSTITUICAO) DA PLANILHA: TIPO,
018580*    TURMA, DISCIPLINA (EM BRANCO NO QUADRO DA TURMA), CODIGO DO
018590*    INDICADOR, QUANTIDADE E PERCENTUAL COM VIRGULA DECIMAL.
018600*----------------------------------------------------------------*
018610 7850-GRAVA-DETALHE-PLAN.
018620     MOVE WIN-VALOR       TO WS-QTD-EDIT.
018630     MOVE WIN-PCT-INTEIRO TO PCE-INTEIRO.
018640     MOVE WIN-PCT-DECIMAL TO PCE-DECIMAL.
018650     MOVE SPACES TO REG-LINHA-PLANILHA.
018660     STRING WS-ARQ-TIPO ";"
018670            WS-ARQ-TURMA ";"
018680            WS-ARQ-DISCIPLINA ";"
018690            WIN-CODIGO ";"
018700            WS-QTD-EDIT ";"
018710            WS-PCT-EDIT
018720         DELIMITED BY SIZE INTO REG-LINHA-PLANILHA.
018730     WRITE REG-LINHA-PLANILHA.
018740     ADD 1 TO CONT-REG-PLANILHA.
018750     ADD WIN-VALOR TO SOMA-QTD-PLANILHA.
018760 7850-FIM.
018770     EXIT.
018780*----------------------------------------------------------------*
018790*    7900-CALCULA-PCT
018800*    PERCENTUAL DE WS-PCT-PARTE SOBRE WS-PCT-TODO, COM UMA CASA,
018810*    EM WIN-PCT. TODO ZERADO DA ZERO; ACIMA DE 999,9 (TURMA COM
018820*    MAIS ALUNOS QUE DEZ VEZES A CAPACIDADE) FICA EM 999,9.
018830*----------------------------------------------------------------*
018840 7900-CALCULA-PCT.
018850     MOVE "S" TO WIN-IND-PCT.
018860     MOVE 0 TO WIN-PCT.
018870     IF WS-PCT-TODO > 0
018880         COMPUTE WS-PCT-CALCULO ROUNDED =
018890             (WS-PCT-PARTE * 100) / WS-PCT-TODO
018900         IF WS-PCT-CALCULO > 999.9
018910             MOVE 999.9 TO WIN-PCT
018920         ELSE
018930             MOVE WS-PCT-CALCULO TO WIN-PCT
018940         END-IF
018950     END-IF.
018960 7900-FIM.
018970     EXIT.
018980*----------------------------------------------------------------*
018990 7950-LE-NOME-DISCIPLINA.
019000     MOVE SPACES TO WS-NOME-DISC.
019010     IF SEM-CATALOGO
019020         GO TO 7950-FIM
019030     END-IF.
019040     MOVE WS-ARQ-DISCIPLINA
019050         TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
019060     READ ARQ-DISCIPLINAS-MESTRE
019070         INVALID KEY
019080             MOVE "*** NAO CADASTRADA ***" TO WS-NOME-DISC
019090         NOT INVALID KEY
019100             MOVE DMS-NOME OF REG-DISCIPLINA-MESTRE
019110                 TO WS-NOME-DISC
019120     END-READ.
019130 7950-FIM.
019140     EXIT.
019150*----------------------------------------------------------------*
019160 9999-FINALIZA.
019170     CLOSE ARQ-TURMAS-MESTRE.
019180     CLOSE ARQ-ALUNOS-MESTRE.
019190     CLOSE ARQ-NOTAS-MESTRE.
019200     CLOSE ARQ-PERIODOS-MESTRE.
019210     IF NOT SEM-HISTORICO
019220         CLOSE ARQ-HISTORICO
019230     END-IF.
019240     IF NOT SEM-RESULTADOS
019250         CLOSE ARQ-RESULTADOS
019260     END-IF.
019270     IF NOT SEM-FREQUENCIA
019280         CLOSE ARQ-FREQ-MESTRE
019290     END-IF.
019300     IF NOT SEM-CATALOGO
019310         CLOSE ARQ-DISCIPLINAS-MESTRE
019320     END-IF.
019330     CLOSE ARQ-RELATORIO.
019340     CLOSE ARQ-PLANILHA.
019350     DISPLAY "ESTAT: ESTATISTICAS DO PERIODO " WS-PERIODO-ESTAT
019360             " CONCLUIDAS - " QTD-TURMAS " TURMAS, "
019370             CONT-REG-PLANILHA " REGISTROS NA PLANILHA"
019380             UPON CONSOLE.
019390 9999-FIM.
019400     EXIT.
