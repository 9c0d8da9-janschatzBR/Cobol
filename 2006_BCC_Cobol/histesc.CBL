000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    HISTESC.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  HISTORICO ESCOLAR OFICIAL DO ALUNO. PARA CADA CARTAO DE       *
000120*  PEDIDO (HESPARM, COPIA HESPRM: TURMA + RA, OU SO A TURMA PARA *
000130*  TODOS OS ALUNOS DELA) IMPRIME UMA PAGINA POR ALUNO (HESREL)   *
000140*  COM TODOS OS PERIODOS CURSADOS: AS DISCIPLINAS COM CARGA      *
000150*  HORARIA (DISCMST), NOTA E FREQUENCIA (FREQMST), E O RESULTADO *
000160*  DO PERIODO NO MESTRE DE RESULTADOS (RESULMST). NO RODAPE SAI  *
000170*  O COEFICIENTE DE RENDIMENTO ACUMULADO DOS PERIODOS FECHADOS   *
000180*  NO CALENDARIO (PERIMST) E A CLASSIFICACAO DO ALUNO NA TURMA   *
000190*  POR ESSE COEFICIENTE. O ALUNO ATIVO VEM DO MESTRE DE ALUNOS E *
000200*  DO MESTRE DE NOTAS; O DESLIGADO VEM DO HISTORICO DE EXCLUIDOS *
000210*  (ALUNHIS) E DO HISTORICO DE NOTAS DE EXCLUIDOS (NOTAHIS), COM *
000220*  A LINHA "DESLIGADO EM" TRAZENDO A DATA E O MOTIVO. SOMENTE    *
000222*  LEITURA: PODE RODAR A QUALQUER HORA.                          *
000224*  A PROMOCAO DE TURMA (PROMOVE) LEVA NOTAS E FREQUENCIA PARA A  *
000226*  CHAVE NOVA, MAS OS RESULTADOS FICAM NA TURMA EM QUE O PERIODO *
000228*  FOI CURSADO, E A TROCA DE RA (DADOS) SO LEVA AS NOTAS. POR    *
000230*  ISSO AS CHAVES ANTERIORES DO ALUNO SAO ENCADEADAS PELOS       *
000232*  EVENTOS DO TRILHO DE AUDITORIA (AUDITLOG E ARQUIVO MORTO      *
000234*  AUDARQ, COPIA AUDITC): O "P" LIGA A TURMA ANTERIOR A NOVA E   *
000236*  O "T" O RA ORIGINAL AO NOVO. RESULTADOS E FREQUENCIA SAO      *
000238*  LIDOS TAMBEM SOB AS CHAVES ANTERIORES, CADA UMA SO NAS DATAS  *
000240*  EM QUE FOI DO ALUNO (O RA SO E UNICO NA TURMA, E A CHAVE      *
000242*  LIBERADA PODE TER SIDO DADA A OUTRO ALUNO DEPOIS).            *
000244*----------------------------------------------------------------*
000250*  HISTORICO DE ALTERACOES
000260*  DATA       AUTOR   DESCRICAO
000270*  2026-10-15 JMS     VERSAO ORIGINAL.
000271*  2026-10-15 JMS     RESULTADOS E FREQUENCIA PASSARAM A SER
000272*                     LIDOS TAMBEM SOB AS CHAVES ANTERIORES DO
000273*                     ALUNO, ENCADEADAS PELOS EVENTOS "P" E "T"
000274*                     DO TRILHO DE AUDITORIA (AUDITLOG E AUDARQ,
000275*                     OPCIONAIS). ANTES OS PERIODOS CURSADOS
000276*                     ANTES DA PROMOCAO SAIAM SEM RESULTADO E
000277*                     FICAVAM FORA DO COEFICIENTE E DA
000278*                     CLASSIFICACAO.
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     CONSOLE IS CONSOLE.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT ARQ-PEDIDOS         ASSIGN TO HESPARM
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS STATUS-ARQ-PEDIDOS.
000380
000390     SELECT ARQ-TURMAS-MESTRE   ASSIGN TO TURMMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000430         FILE STATUS IS STATUS-ARQ-TURMAS.
000440
000450     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000490         FILE STATUS IS STATUS-ARQ-MESTRE.
000500
000510     SELECT ARQ-HISTORICO       ASSIGN TO ALUNHIS
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS STATUS-ARQ-HISTORICO.
000540
000550     SELECT ARQ-NOTAS-MESTRE    ASSIGN TO NOTAMST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS NMS-CHAVE OF REG-NOTA-MESTRE
000590         FILE STATUS IS STATUS-ARQ-NOTAS.
000600
000610     SELECT ARQ-NOTAS-HIST      ASSIGN TO NOTAHIS
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS STATUS-ARQ-NOTAS-HIST.
000640
000650     SELECT ARQ-RESULTADOS      ASSIGN TO RESULMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CHAVE-RESULTADO OF REG-RESULTADO
000690         FILE STATUS IS STATUS-ARQ-RESULTADOS.
000700
000710     SELECT ARQ-FREQ-MESTRE     ASSIGN TO FREQMST
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000750         FILE STATUS IS STATUS-ARQ-FREQ.
000760
000770     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000810         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000820
000830     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000870         FILE STATUS IS STATUS-ARQ-PERIODOS.
000871
000872     SELECT ARQ-AUDITORIA       ASSIGN TO AUDITLOG
000873         ORGANIZATION IS SEQUENTIAL
000874         FILE STATUS IS STATUS-ARQ-AUDITORIA.
000875
000876     SELECT ARQ-ARQUIVO-AUD     ASSIGN TO AUDARQ
000877         ORGANIZATION IS SEQUENTIAL
000878         FILE STATUS IS STATUS-ARQ-ARQUIVO.
000880
000890     SELECT ARQ-RELATORIO       ASSIGN TO HESREL
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS STATUS-ARQ-RELATORIO.
000920
000930*----------------------------------------------------------------*
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  ARQ-PEDIDOS
000970     LABEL RECORDS ARE STANDARD.
000980 01  REG-PEDIDO.
000990     COPY HESPRM.
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
001300 FD  ARQ-NOTAS-MESTRE
001310     LABEL RECORDS ARE STANDARD.
001320 01  REG-NOTA-MESTRE.
001330     COPY NOTAC  REPLACING CHAVE-NOTA BY NMS-CHAVE
001340                           NT-TURMA BY NMS-TURMA
001350                           NT-RA BY NMS-RA
001360                           NT-DISCIPLINA BY NMS-DISCIPLINA
001370                           NT-PERIODO BY NMS-PERIODO
001380                           NT-NOTA BY NMS-NOTA.
001390
001400 FD  ARQ-NOTAS-HIST
001410     LABEL RECORDS ARE STANDARD.
001420 01  REG-NOTA-HISTORICO.
001430     COPY NOTAHC.
001440
001450 FD  ARQ-RESULTADOS
001460     LABEL RECORDS ARE STANDARD.
001470 01  REG-RESULTADO.
001480     COPY RESULC.
001490
001500 FD  ARQ-FREQ-MESTRE
001510     LABEL RECORDS ARE STANDARD.
001520 01  REG-FREQ-MESTRE.
001530     COPY FREQC  REPLACING CHAVE-FREQ BY FMS-CHAVE
001540                           FQ-TURMA BY FMS-TURMA
001550                           FQ-RA BY FMS-RA
001560                           FQ-DISCIPLINA BY FMS-DISCIPLINA
001570                           FQ-PERIODO BY FMS-PERIODO
001580                           FQ-FALTAS BY FMS-FALTAS
001590                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
001600
001610 FD  ARQ-DISCIPLINAS-MESTRE
001620     LABEL RECORDS ARE STANDARD.
001630 01  REG-DISCIPLINA-MESTRE.
001640     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
001650                           DIS-NOME BY DMS-NOME
001660                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
001670                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
001680                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
001690                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
001700
001710 FD  ARQ-PERIODOS-MESTRE
001720     LABEL RECORDS ARE STANDARD.
001730 01  REG-PERIODO-MESTRE.
001740     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
001750                           PER-DATA-INICIO BY PMS-DATA-INICIO
001760                           PER-DATA-FIM BY PMS-DATA-FIM
001770                           PER-SITUACAO BY PMS-SITUACAO
001780                           PER-ABERTO BY PMS-ABERTO
001790                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
001800                           PER-FECHADO BY PMS-FECHADO
001810                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
001820
001821 FD  ARQ-AUDITORIA
001822     LABEL RECORDS ARE STANDARD.
001823 01  REG-AUDITORIA.
001824     COPY AUDITC.
001825
001826 FD  ARQ-ARQUIVO-AUD
001827     LABEL RECORDS ARE STANDARD.
001828 01  REG-AUDIT-ARQUIVO           PIC X(57).
001829
001830 FD  ARQ-RELATORIO
001840     LABEL RECORDS ARE STANDARD.
001850 01  REG-LINHA-RELATORIO         PIC X(132).
001860*----------------------------------------------------------------*
001870 WORKING-STORAGE SECTION.
001880*----------------------------------------------------------------*
001890*    CONSTANTES
001900*----------------------------------------------------------------*
001910 77  WS-MAX-ALUNOS-TURMA         PIC 9(04) COMP VALUE 1500.
001920 77  WS-MAX-NOTAS-HIST           PIC 9(04) COMP VALUE 3000.
001930 77  WS-MAX-NOTAS-ALUNO          PIC 9(04) COMP VALUE 300.
001940 77  WS-MAX-PERIODOS-ALUNO       PIC 9(04) COMP VALUE 40.
001943 77  WS-MAX-ELOS                 PIC 9(05) COMP VALUE 20000.
001946 77  WS-MAX-CHAVES-ALUNO         PIC 9(04) COMP VALUE 20.
001950*----------------------------------------------------------------*
001960*    PEDIDO EM ATENDIMENTO E TURMA JA APURADA
001970*----------------------------------------------------------------*
001980 01  WS-TURMA-PEDIDO             PIC X(04) VALUE SPACES.
001990 01  WS-RA-PEDIDO                PIC 9(06) VALUE 0.
002000 01  WS-RA-PEDIDO-X REDEFINES WS-RA-PEDIDO
002010                                 PIC X(06).
002020 01  WS-TURMA-APURADA            PIC X(04) VALUE LOW-VALUES.
002030 01  WS-NOME-CURSO               PIC X(30) VALUE SPACES.
002040 01  WS-MOTIVO-PEDIDO            PIC X(60) VALUE SPACES.
002050*----------------------------------------------------------------*
002060*    ALUNO EM APURACAO: RA E ORIGEM (A = ATIVO, NO MESTRE DE
002070*    ALUNOS E DE NOTAS; D = DESLIGADO, NOS HISTORICOS)
002080*----------------------------------------------------------------*
002090 01  WS-RA-ALUNO                 PIC 9(06) VALUE 0.
002100 01  WS-ORIGEM-ALUNO             PIC X(01) VALUE SPACES.
002110     88  ALUNO-ATIVO                 VALUE "A".
002120     88  ALUNO-DESLIGADO             VALUE "D".
002130 01  WS-PERIODO-BUSCA            PIC X(06) VALUE SPACES.
002140 01  WS-CHAVE-TNA.
002150     05  CHT-PERIODO             PIC X(06).
002160     05  CHT-DISCIPLINA          PIC X(06).
002170 01  WS-NOTA                     PIC 9(02)V9(01) VALUE 0.
002180 01  WS-CARGA-DISC               PIC 9(04) VALUE 0.
002190 01  WS-NOME-DISC                PIC X(30) VALUE SPACES.
002200 01  WS-PCT-FREQ                 PIC 9(03) VALUE 0.
002210*----------------------------------------------------------------*
002220*    COEFICIENTE DE RENDIMENTO: MEDIA FINAL DE CADA PERIODO
002230*    FECHADO (RESULMST, JA COM A RECUPERACAO) PONDERADA PELA CARGA
002240*    HORARIA DAS DISCIPLINAS CURSADAS NO PERIODO. SEM O CATALOGO
002250*    DE DISCIPLINAS O PESO DO PERIODO E A QUANTIDADE DE NOTAS.
002260*----------------------------------------------------------------*
002270 01  SOMA-PONDERADA              PIC 9(09)V9(02) VALUE 0.
002280 01  SOMA-PESOS                  PIC 9(07) VALUE 0.
002290 01  WS-PESO-PERIODO             PIC 9(05) VALUE 0.
002300 01  WS-COEFICIENTE              PIC 9(02)V9(02) VALUE 0.
002310 01  IND-TEM-COEFICIENTE         PIC X(01) VALUE "N".
002320     88  TEM-COEFICIENTE             VALUE "S".
002330 01  WS-POSICAO-TURMA            PIC 9(04) COMP VALUE 0.
002340 01  QTD-CLASSIFICADOS           PIC 9(04) COMP VALUE 0.
002350*----------------------------------------------------------------*
002360*    TABELA DOS ALUNOS DA TURMA PEDIDA, EM ORDEM DE RA: OS ATIVOS
002370*    DO MESTRE E OS DESLIGADOS DO HISTORICO DE EXCLUIDOS, COM O
002380*    COEFICIENTE APURADO PARA A CLASSIFICACAO
002390*----------------------------------------------------------------*
002400 01  TAB-ALUNOS-TURMA.
002410     02  TAL OCCURS 1500 TIMES
002420             INDEXED BY TAL-IDX TAL-IDX-2.
002430         05  TAL-RA                  PIC 9(06).
002440         05  TAL-NOME                PIC X(30).
002450         05  TAL-SEXO                PIC X(01).
002460         05  TAL-ORIGEM              PIC X(01).
002470             88  TAL-ATIVO               VALUE "A".
002480             88  TAL-DESLIGADO           VALUE "D".
002490         05  TAL-DATA-EXCLUSAO       PIC 9(08).
002500         05  TAL-HORA-EXCLUSAO       PIC 9(08).
002510         05  TAL-MOTIVO              PIC X(30).
002520         05  TAL-IND-COEF            PIC X(01).
002530             88  TAL-TEM-COEF            VALUE "S".
002540         05  TAL-COEFICIENTE         PIC 9(02)V9(02).
002550 01  QTD-ALUNOS-TURMA            PIC 9(04) COMP VALUE 0.
002560*----------------------------------------------------------------*
002570*    NOTAS DOS DESLIGADOS DA TURMA PEDIDA (NOTAHIS), NA ORDEM DO
002580*    ARQUIVO
002590*----------------------------------------------------------------*
002600 01  TAB-NOTAS-HIST.
002610     02  THN OCCURS 3000 TIMES
002620             INDEXED BY THN-IDX.
002630         05  THN-RA                  PIC 9(06).
002640         05  THN-DISCIPLINA          PIC X(06).
002650         05  THN-PERIODO             PIC X(06).
002660         05  THN-NOTA                PIC 9(02)V9(01).
002661 01  QTD-NOTAS-HIST              PIC 9(04) COMP VALUE 0.
002662*----------------------------------------------------------------*
002663*    ELOS ENTRE CHAVES DE ALUNO TIRADOS DO TRILHO DE AUDITORIA:
002664*    EVENTO "P" (PROMOCAO: TURMA ANTERIOR PARA A TURMA NOVA, MESMO
002665*    RA) E "T" (TROCA DE RA NA MESMA TURMA), COM O MOMENTO DO
002666*    EVENTO. A ORDEM E A DE LEITURA; O MOMENTO E QUE ORDENA.
002667*----------------------------------------------------------------*
002668 01  TAB-ELOS.
002669     02  ELO OCCURS 20000 TIMES
002670             INDEXED BY ELO-IDX.
002671         05  ELO-TURMA-NOVA          PIC X(04).
002672         05  ELO-RA-NOVO             PIC 9(06).
002673         05  ELO-TURMA-ANTIGA        PIC X(04).
002674         05  ELO-RA-ANTIGO           PIC 9(06).
002675         05  ELO-MOMENTO.
002676             10  ELO-DATA            PIC 9(08).
002677             10  ELO-HORA            PIC 9(08).
002678 01  QTD-ELOS                    PIC 9(05) COMP VALUE 0.
002679*----------------------------------------------------------------*
002680*    CHAVES DO ALUNO EM APURACAO: A ATUAL (PRIMEIRA) E AS
002681*    ANTERIORES ENCADEADAS PELOS ELOS, CADA UMA COM O MOMENTO EM
002682*    QUE O ALUNO A DEIXOU (A ATUAL, TUDO NOVE) E A DATA EM QUE A
002683*    RECEBEU (ZERO QUANDO NAO HA EVENTO QUE A DELIMITE)
002684*----------------------------------------------------------------*
002685 01  TAB-CHAVES-ALUNO.
002686     02  CHV OCCURS 20 TIMES
002687             INDEXED BY CHV-IDX.
002688         05  CHV-TURMA               PIC X(04).
002689         05  CHV-RA                  PIC 9(06).
002690         05  CHV-LIMITE.
002691             10  CHV-LIMITE-DATA     PIC 9(08).
002692             10  CHV-LIMITE-HORA     PIC 9(08).
002693         05  CHV-DESDE               PIC 9(08).
002694 01  QTD-CHAVES-ALUNO            PIC 9(04) COMP VALUE 0.
002695 01  WS-ELO-CHEGADA              PIC 9(05) COMP VALUE 0.
002696 01  WS-MOMENTO-CHEGADA.
002697     05  WS-DATA-CHEGADA         PIC 9(08) VALUE 0.
002698     05  WS-HORA-CHEGADA         PIC 9(08) VALUE 0.
002699 01  WS-MOMENTO-VAGA.
002700     05  WS-DATA-VAGA            PIC 9(08) VALUE 0.
002701     05  WS-HORA-VAGA            PIC 9(08) VALUE 0.
002702*----------------------------------------------------------------*
002703*    NOTAS DO ALUNO EM APURACAO, EM ORDEM DE PERIODO + DISCIPLINA
002704*----------------------------------------------------------------*
002710 01  TAB-NOTAS-ALUNO.
002720     02  TNA OCCURS 300 TIMES
002730             INDEXED BY TNA-IDX.
002740         05  TNA-CHAVE.
002750             10  TNA-PERIODO         PIC X(06).
002760             10  TNA-DISCIPLINA      PIC X(06).
002770         05  TNA-NOTA                PIC 9(02)V9(01).
002780 01  QTD-NOTAS-ALUNO             PIC 9(04) COMP VALUE 0.
002790*----------------------------------------------------------------*
002800*    PERIODOS DO ALUNO EM APURACAO, EM ORDEM DE PERIODO: SITUACAO
002810*    NO CALENDARIO, CARGA HORARIA CURSADA E RESULTADO DO PERIODO
002820*----------------------------------------------------------------*
002830 01  TAB-PERIODOS-ALUNO.
002840     02  TPE OCCURS 40 TIMES
002850             INDEXED BY TPE-IDX.
002860         05  TPE-PERIODO             PIC X(06).
002870         05  TPE-SITUACAO-CAL        PIC X(01).
002880             88  TPE-FECHADO             VALUE "F".
002890         05  TPE-DATA-FECHAMENTO     PIC 9(08).
002900         05  TPE-QTD-NOTAS           PIC 9(04) COMP.
002910         05  TPE-CARGA               PIC 9(05) COMP.
002920         05  TPE-IND-RESULTADO       PIC X(01).
002930             88  TPE-TEM-RESULTADO       VALUE "S".
002940         05  TPE-MEDIA               PIC 9(02)V9(02).
002950         05  TPE-SITUACAO            PIC X(01).
002960         05  TPE-IND-RECUPERACAO     PIC X(01).
002970         05  TPE-FREQUENCIA          PIC 9(03).
002980         05  TPE-IND-FREQ            PIC X(01).
002990 01  QTD-PERIODOS-ALUNO          PIC 9(04) COMP VALUE 0.
003000 01  WS-POS-INSERCAO             PIC 9(04) COMP VALUE 0.
003010 01  WS-POS-ORIGEM               PIC 9(04) COMP VALUE 0.
003020 01  WS-POS-DESTINO              PIC 9(04) COMP VALUE 0.
003030*----------------------------------------------------------------*
003040*    CONTADORES DO HISTORICO ESCOLAR
003050*----------------------------------------------------------------*
003060 01  CONT-PEDIDOS-LIDOS          PIC 9(06) COMP VALUE 0.
003070 01  CONT-PEDIDOS-RECUSADOS      PIC 9(06) COMP VALUE 0.
003080 01  CONT-HISTORICOS-EMITIDOS    PIC 9(06) COMP VALUE 0.
003090 01  CONT-DESLIGADOS-EMITIDOS    PIC 9(06) COMP VALUE 0.
003100 01  CONT-TURMAS-APURADAS        PIC 9(06) COMP VALUE 0.
003110 01  CONT-FORA-TABELAS           PIC 9(06) COMP VALUE 0.
003120 01  CONT-FORA-ALUNO             PIC 9(06) COMP VALUE 0.
003125 01  CONT-FORA-ELOS              PIC 9(06) COMP VALUE 0.
003130*----------------------------------------------------------------*
003140*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
003150*----------------------------------------------------------------*
003160 01  STATUS-ARQ-PEDIDOS          PIC X(02) VALUE "00".
003170 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
003180 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
003190 01  STATUS-ARQ-HISTORICO        PIC X(02) VALUE "00".
003200 01  STATUS-ARQ-NOTAS            PIC X(02) VALUE "00".
003210 01  STATUS-ARQ-NOTAS-HIST       PIC X(02) VALUE "00".
003220 01  STATUS-ARQ-RESULTADOS       PIC X(02) VALUE "00".
003230 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
003240 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
003250 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
003260 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
003263 01  STATUS-ARQ-AUDITORIA        PIC X(02) VALUE "00".
003266 01  STATUS-ARQ-ARQUIVO          PIC X(02) VALUE "00".
003270*----------------------------------------------------------------*
003280*    INDICADORES (CHAVES DE COMUTACAO)
003290*----------------------------------------------------------------*
003300 01  IND-FIM-PEDIDOS             PIC X(01) VALUE "N".
003310     88  FIM-ARQ-PEDIDOS             VALUE "S".
003320 01  IND-FIM-MESTRE              PIC X(01) VALUE "N".
003330     88  FIM-ARQ-MESTRE              VALUE "S".
003340 01  IND-FIM-HISTORICO           PIC X(01) VALUE "N".
003350     88  FIM-ARQ-HISTORICO           VALUE "S".
003360 01  IND-FIM-NOTAS-HIST          PIC X(01) VALUE "N".
003370     88  FIM-ARQ-NOTAS-HIST          VALUE "S".
003380 01  IND-FIM-NOTAS-ALUNO         PIC X(01) VALUE "N".
003390     88  FIM-NOTAS-ALUNO             VALUE "S".
003400 01  IND-FIM-RESULT-ALUNO        PIC X(01) VALUE "N".
003410     88  FIM-RESULT-ALUNO            VALUE "S".
003420 01  IND-SEM-HISTORICO           PIC X(01) VALUE "N".
003430     88  SEM-HISTORICO               VALUE "S".
003440 01  IND-SEM-NOTAS-HIST          PIC X(01) VALUE "N".
003450     88  SEM-NOTAS-HIST              VALUE "S".
003460 01  IND-SEM-RESULTADOS          PIC X(01) VALUE "N".
003470     88  SEM-RESULTADOS              VALUE "S".
003480 01  IND-SEM-FREQUENCIA          PIC X(01) VALUE "N".
003490     88  SEM-FREQUENCIA              VALUE "S".
003500 01  IND-SEM-CATALOGO            PIC X(01) VALUE "N".
003510     88  SEM-CATALOGO                VALUE "S".
003520 01  IND-PEDIDO-VALIDO           PIC X(01) VALUE "N".
003530     88  PEDIDO-VALIDO               VALUE "S".
003540 01  IND-ACHOU-POSICAO           PIC X(01) VALUE "N".
003550     88  ACHOU-POSICAO               VALUE "S".
003560 01  IND-ACHOU-ALUNO             PIC X(01) VALUE "N".
003570     88  ACHOU-ALUNO                 VALUE "S".
003580 01  IND-ACHOU-PERIODO           PIC X(01) VALUE "N".
003590     88  ACHOU-PERIODO               VALUE "S".
003600 01  IND-ACHOU-FREQ              PIC X(01) VALUE "N".
003610     88  ACHOU-FREQ                  VALUE "S".
003620 01  IND-ALUNO-INCOMPLETO        PIC X(01) VALUE "N".
003630     88  ALUNO-INCOMPLETO            VALUE "S".
003631 01  IND-FIM-AUDITORIA           PIC X(01) VALUE "N".
003632     88  FIM-ARQ-AUDITORIA           VALUE "S".
003633 01  IND-ACHOU-CHEGADA           PIC X(01) VALUE "N".
003634     88  ACHOU-CHEGADA               VALUE "S".
003635 01  IND-LEU-FREQ                PIC X(01) VALUE "N".
003636     88  LEU-FREQ                    VALUE "S".
003640*----------------------------------------------------------------*
003650*    IDENTIFICACAO DA EXECUCAO
003660*----------------------------------------------------------------*
003670 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
003680*----------------------------------------------------------------*
003690*    LINHAS DO HISTORICO ESCOLAR
003700*----------------------------------------------------------------*
003710 01  WS-LINHA-CABECALHO.
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  CAB-TITULO              PIC X(40)
003740             VALUE "HISTORICO ESCOLAR".
003750     05  FILLER                  PIC X(08) VALUE SPACES.
003760     05  CAB-DATA                PIC 9(4)/99/99.
003770     05  FILLER                  PIC X(72) VALUE SPACES.
003780
003790 01  WS-LINHA-TURMA.
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  TUL-LIT-TURMA           PIC X(07) VALUE "TURMA ".
003820     05  TUL-TURMA               PIC X(04).
003830     05  FILLER                  PIC X(03) VALUE SPACES.
003840     05  TUL-LIT-CURSO           PIC X(07) VALUE "CURSO: ".
003850     05  TUL-NOME-CURSO          PIC X(30).
003860     05  FILLER                  PIC X(79) VALUE SPACES.
003870
003880 01  WS-LINHA-ALUNO.
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  ALU-LIT-RA              PIC X(07) VALUE "RA ".
003910     05  ALU-RA                  PIC Z(5)9.
003920     05  FILLER                  PIC X(03) VALUE SPACES.
003930     05  ALU-NOME                PIC X(30).
003940     05  FILLER                  PIC X(02) VALUE SPACES.
003950     05  ALU-SEXO                PIC X(01).
003960     05  FILLER                  PIC X(03) VALUE SPACES.
003970     05  ALU-SITUACAO            PIC X(20).
003980     05  FILLER                  PIC X(58) VALUE SPACES.
003990
004000 01  WS-LINHA-DESLIGADO.
004010     05  FILLER                  PIC X(02) VALUE SPACES.
004020     05  DES-LIT-DATA            PIC X(14) VALUE "DESLIGADO EM ".
004030     05  DES-DATA                PIC 9(4)/99/99.
004040     05  DES-LIT-MOTIVO          PIC X(12) VALUE " - MOTIVO: ".
004050     05  DES-MOTIVO              PIC X(30).
004060     05  FILLER                  PIC X(64) VALUE SPACES.
004070
004080 01  WS-LINHA-PERIODO.
004090     05  FILLER                  PIC X(02) VALUE SPACES.
004100     05  PEL-LIT-PERIODO         PIC X(08) VALUE "PERIODO ".
004110     05  PEL-PERIODO             PIC X(06).
004120     05  FILLER                  PIC X(03) VALUE SPACES.
004130     05  PEL-SITUACAO            PIC X(30).
004140     05  FILLER                  PIC X(83) VALUE SPACES.
004150
004160 01  WS-LINHA-FECHADO-EM.
004170     05  FEL-LIT                 PIC X(11) VALUE "FECHADO EM ".
004180     05  FEL-DATA                PIC 9(4)/99/99.
004190     05  FILLER                  PIC X(09) VALUE SPACES.
004200
004210 01  WS-LINHA-COLUNAS.
004220     05  FILLER                  PIC X(04) VALUE SPACES.
004230     05  COL-DISCIPLINA          PIC X(32) VALUE "DISCIPLINA".
004240     05  COL-CARGA               PIC X(08) VALUE "  C.H.".
004250     05  COL-NOTA                PIC X(08) VALUE "  NOTA".
004260     05  COL-FREQ                PIC X(08) VALUE "FREQ %".
004270     05  FILLER                  PIC X(72) VALUE SPACES.
004280
004290 01  WS-LINHA-DETALHE.
004300     05  FILLER                  PIC X(04) VALUE SPACES.
004310     05  DET-DISCIPLINA          PIC X(30).
004320     05  FILLER                  PIC X(04) VALUE SPACES.
004330     05  DET-CARGA               PIC ZZZ9.
004340     05  FILLER                  PIC X(04) VALUE SPACES.
004350     05  DET-NOTA                PIC Z9,9.
004360     05  FILLER                  PIC X(04) VALUE SPACES.
004370     05  DET-FREQ                PIC X(03).
004380     05  DET-FREQ-PCT            PIC X(01).
004390     05  FILLER                  PIC X(74) VALUE SPACES.
004400 01  WS-FREQ-EDIT                PIC ZZ9.
004410
004420 01  WS-LINHA-RESULTADO.
004430     05  FILLER                  PIC X(04) VALUE SPACES.
004440     05  RSL-LIT                 PIC X(23)
004450             VALUE "RESULTADO DO PERIODO: ".
004460     05  RSL-LIT-MEDIA           PIC X(06) VALUE "MEDIA ".
004470     05  RSL-MEDIA               PIC Z9,99.
004480     05  FILLER                  PIC X(03) VALUE SPACES.
004490     05  RSL-LIT-FREQ            PIC X(11) VALUE "FREQUENCIA ".
004500     05  RSL-FREQ                PIC X(03).
004510     05  RSL-FREQ-PCT            PIC X(01).
004520     05  FILLER                  PIC X(03) VALUE SPACES.
004530     05  RSL-SITUACAO            PIC X(30).
004540     05  FILLER                  PIC X(43) VALUE SPACES.
004550
004560 01  WS-LINHA-SEM-RESULTADO.
004570     05  FILLER                  PIC X(04) VALUE SPACES.
004580     05  SRS-TEXTO               PIC X(60).
004590     05  FILLER                  PIC X(68) VALUE SPACES.
004600
004610 01  WS-LINHA-COEFICIENTE.
004620     05  FILLER                  PIC X(02) VALUE SPACES.
004630     05  COE-LIT                 PIC X(38)
004640             VALUE "COEFICIENTE DE RENDIMENTO ACUMULADO :".
004650     05  COE-VALOR               PIC Z9,99.
004660     05  FILLER                  PIC X(03) VALUE SPACES.
004670     05  COE-LIT-PESO            PIC X(30)
004680             VALUE "(PERIODOS FECHADOS, PESO ".
004690     05  COE-PESO                PIC Z(6)9.
004700     05  COE-LIT-FIM             PIC X(01) VALUE ")".
004710     05  FILLER                  PIC X(46) VALUE SPACES.
004720
004730 01  WS-LINHA-CLASSIFICACAO.
004740     05  FILLER                  PIC X(02) VALUE SPACES.
004750     05  CLA-LIT                 PIC X(38)
004760             VALUE "CLASSIFICACAO NA TURMA ............:".
004770     05  CLA-POSICAO             PIC ZZZ9.
004780     05  CLA-LIT-DE              PIC X(04) VALUE " DE ".
004790     05  CLA-TOTAL               PIC ZZZ9.
004800     05  FILLER                  PIC X(80) VALUE SPACES.
004810
004820 01  WS-LINHA-AVISO.
004830     05  FILLER                  PIC X(02) VALUE SPACES.
004840     05  AVI-TEXTO               PIC X(70).
004850     05  FILLER                  PIC X(60) VALUE SPACES.
004860
004870 01  WS-LINHA-PEDIDO-RECUSADO.
004880     05  FILLER                  PIC X(02) VALUE SPACES.
004890     05  PRC-LIT                 PIC X(20)
004900             VALUE "PEDIDO RECUSADO: ".
004910     05  PRC-CARTAO              PIC X(10).
004920     05  FILLER                  PIC X(03) VALUE SPACES.
004930     05  PRC-MOTIVO              PIC X(60).
004940     05  FILLER                  PIC X(37) VALUE SPACES.
004950
004960 01  WS-LINHA-TOTAL.
004970     05  FILLER                  PIC X(02) VALUE SPACES.
004980     05  TOTL-DESCRICAO          PIC X(40).
004990     05  TOTL-VALOR              PIC Z(8)9.
005000     05  FILLER                  PIC X(81) VALUE SPACES.
005010*----------------------------------------------------------------*
005020 PROCEDURE DIVISION.
005030*----------------------------------------------------------------*
005040 0000-MAINLINE.
005050     PERFORM 1000-INICIALIZACAO         THRU 1000-FIM.
005060     PERFORM 2000-PROCESSA-PEDIDOS      THRU 2000-FIM.
005070     PERFORM 8000-IMPRIME-RESUMO        THRU 8000-FIM.
005080     PERFORM 9999-FINALIZA              THRU 9999-FIM.
005090     STOP RUN.
005100*----------------------------------------------------------------*
005110*    1000-INICIALIZACAO
005120*    ABRE OS ARQUIVOS, TODOS SO EM INPUT. OS HISTORICOS DE
005130*    EXCLUIDOS, O MESTRE DE RESULTADOS, O DE FREQUENCIA E O
005140*    CATALOGO DE DISCIPLINAS SAO OPCIONAIS (STATUS 35): SEM ELES O
005150*    HISTORICO SAI SEM A PARTE CORRESPONDENTE. OS DOIS HISTORICOS
005160*    SEQUENCIAIS SAO ABERTOS A CADA TURMA APURADA (3100).
005165*    O TRILHO DE AUDITORIA E CARREGADO UMA VEZ SO (1100).
005170*----------------------------------------------------------------*
005180 1000-INICIALIZACAO.
005190     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
005200     MOVE 0 TO CONT-PEDIDOS-LIDOS CONT-PEDIDOS-RECUSADOS
005210               CONT-HISTORICOS-EMITIDOS CONT-DESLIGADOS-EMITIDOS
005220               CONT-TURMAS-APURADAS CONT-FORA-TABELAS
005230               CONT-FORA-ALUNO CONT-FORA-ELOS.
005240     OPEN INPUT  ARQ-PEDIDOS.
005250     OPEN INPUT  ARQ-TURMAS-MESTRE.
005260     OPEN INPUT  ARQ-ALUNOS-MESTRE.
005270     OPEN INPUT  ARQ-NOTAS-MESTRE.
005280     OPEN INPUT  ARQ-PERIODOS-MESTRE.
005290     OPEN OUTPUT ARQ-RELATORIO.
005300     OPEN INPUT ARQ-HISTORICO.
005310     IF STATUS-ARQ-HISTORICO = "35"
005320         MOVE "S" TO IND-SEM-HISTORICO
005330     ELSE
005340         IF STATUS-ARQ-HISTORICO NOT = "00"
005350             DISPLAY "HISTESC: ERRO AO ABRIR ALUNHIS - STATUS "
005360                     STATUS-ARQ-HISTORICO UPON CONSOLE
005370             MOVE 16 TO RETURN-CODE
005380             STOP RUN
005390         END-IF
005400         CLOSE ARQ-HISTORICO
005410     END-IF.
005420     OPEN INPUT ARQ-NOTAS-HIST.
005430     IF STATUS-ARQ-NOTAS-HIST = "35"
005440         MOVE "S" TO IND-SEM-NOTAS-HIST
005450     ELSE
005460         IF STATUS-ARQ-NOTAS-HIST NOT = "00"
005470             DISPLAY "HISTESC: ERRO AO ABRIR NOTAHIS - STATUS "
005480                     STATUS-ARQ-NOTAS-HIST UPON CONSOLE
005490             MOVE 16 TO RETURN-CODE
005500             STOP RUN
005510         END-IF
005520         CLOSE ARQ-NOTAS-HIST
005530     END-IF.
005540     OPEN INPUT ARQ-RESULTADOS.
005550     IF STATUS-ARQ-RESULTADOS = "35"
005560         MOVE "S" TO IND-SEM-RESULTADOS
005570     ELSE
005580         IF STATUS-ARQ-RESULTADOS NOT = "00"
005590             DISPLAY "HISTESC: ERRO AO ABRIR RESULMST - STATUS "
005600                     STATUS-ARQ-RESULTADOS UPON CONSOLE
005610             MOVE 16 TO RETURN-CODE
005620             STOP RUN
005630         END-IF
005640     END-IF.
005650     OPEN INPUT ARQ-FREQ-MESTRE.
005660     IF STATUS-ARQ-FREQ = "35"
005670         MOVE "S" TO IND-SEM-FREQUENCIA
005680     ELSE
005690         IF STATUS-ARQ-FREQ NOT = "00"
005700             DISPLAY "HISTESC: ERRO AO ABRIR FREQMST - STATUS "
005710                     STATUS-ARQ-FREQ UPON CONSOLE
005720             MOVE 16 TO RETURN-CODE
005730             STOP RUN
005740         END-IF
005750     END-IF.
005760     OPEN INPUT ARQ-DISCIPLINAS-MESTRE.
005770     IF STATUS-ARQ-DISCIPLINAS = "35"
005780         MOVE "S" TO IND-SEM-CATALOGO
005790     ELSE
005800         IF STATUS-ARQ-DISCIPLINAS NOT = "00"
005810             DISPLAY "HISTESC: ERRO AO ABRIR DISCMST - STATUS "
005820                     STATUS-ARQ-DISCIPLINAS UPON CONSOLE
005830             MOVE 16 TO RETURN-CODE
005840             STOP RUN
005850         END-IF
005860     END-IF.
005870     IF STATUS-ARQ-PEDIDOS NOT = "00"
005880         DISPLAY "HISTESC: ERRO AO ABRIR HESPARM - STATUS "
005890                 STATUS-ARQ-PEDIDOS UPON CONSOLE
005900         MOVE 16 TO RETURN-CODE
005910         STOP RUN
005920     END-IF.
005930     IF STATUS-ARQ-TURMAS NOT = "00"
005940         DISPLAY "HISTESC: ERRO AO ABRIR TURMMST - STATUS "
005950                 STATUS-ARQ-TURMAS UPON CONSOLE
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     IF STATUS-ARQ-MESTRE NOT = "00"
006000         DISPLAY "HISTESC: ERRO AO ABRIR ALUNMST - STATUS "
006010                 STATUS-ARQ-MESTRE UPON CONSOLE
006020         MOVE 16 TO RETURN-CODE
006030         STOP RUN
006040     END-IF.
006050     IF STATUS-ARQ-NOTAS NOT = "00"
006060         DISPLAY "HISTESC: ERRO AO ABRIR NOTAMST - STATUS "
006070                 STATUS-ARQ-NOTAS UPON CONSOLE
006080         MOVE 16 TO RETURN-CODE
006090         STOP RUN
006100     END-IF.
006110     IF STATUS-ARQ-PERIODOS NOT = "00"
006120         DISPLAY "HISTESC: ERRO AO ABRIR PERIMST - STATUS "
006130                 STATUS-ARQ-PERIODOS UPON CONSOLE
006140         MOVE 16 TO RETURN-CODE
006150         STOP RUN
006160     END-IF.
006170     IF STATUS-ARQ-RELATORIO NOT = "00"
006171         DISPLAY "HISTESC: ERRO AO ABRIR HESREL - STATUS "
006172                 STATUS-ARQ-RELATORIO UPON CONSOLE
006173         MOVE 16 TO RETURN-CODE
006174         STOP RUN
006175     END-IF.
006176     PERFORM 1100-CARREGA-ELOS THRU 1100-FIM.
006177 1000-FIM.
006178     EXIT.
006179*----------------------------------------------------------------*
006180*    1100-CARREGA-ELOS
006181*    GUARDA OS EVENTOS "P" E "T" DO ARQUIVO MORTO (AUDARQ, TODAS
006182*    AS GERACOES) E DO TRILHO VIVO (AUDITLOG). OS DOIS SAO
006183*    OPCIONAIS (STATUS 35 OU DD DUMMY): SEM ELES O HISTORICO SO
006184*    ALCANCA A CHAVE ATUAL DO ALUNO. O REGISTRO DO ARQUIVO TEM O
006185*    MESMO LAYOUT (COPIA AUDITC) E E MOVIDO PARA A AREA DO TRILHO.
006186*----------------------------------------------------------------*
006187 1100-CARREGA-ELOS.
006188     MOVE 0 TO QTD-ELOS.
006189     OPEN INPUT ARQ-ARQUIVO-AUD.
006190     IF STATUS-ARQ-ARQUIVO = "00"
006191         MOVE "N" TO IND-FIM-AUDITORIA
006192         PERFORM 1110-LE-ELO-DO-ARQUIVO THRU 1110-FIM
006193             UNTIL FIM-ARQ-AUDITORIA
006194         CLOSE ARQ-ARQUIVO-AUD
006195     ELSE
006196         IF STATUS-ARQ-ARQUIVO NOT = "35"
006197             DISPLAY "HISTESC: ERRO AO ABRIR AUDARQ - STATUS "
006198                     STATUS-ARQ-ARQUIVO UPON CONSOLE
006199             MOVE 16 TO RETURN-CODE
006200             STOP RUN
006201         END-IF
006202     END-IF.
006203     OPEN INPUT ARQ-AUDITORIA.
006204     IF STATUS-ARQ-AUDITORIA = "00"
006205         MOVE "N" TO IND-FIM-AUDITORIA
006206         PERFORM 1120-LE-ELO-DO-TRILHO THRU 1120-FIM
006207             UNTIL FIM-ARQ-AUDITORIA
006208         CLOSE ARQ-AUDITORIA
006209     ELSE
006210         IF STATUS-ARQ-AUDITORIA NOT = "35"
006211             DISPLAY "HISTESC: ERRO AO ABRIR AUDITLOG - STATUS "
006212                     STATUS-ARQ-AUDITORIA UPON CONSOLE
006213             MOVE 16 TO RETURN-CODE
006214             STOP RUN
006215         END-IF
006216     END-IF.
006217 1100-FIM.
006218     EXIT.
006219*----------------------------------------------------------------*
006220 1110-LE-ELO-DO-ARQUIVO.
006221     READ ARQ-ARQUIVO-AUD
006222         AT END
006223             MOVE "S" TO IND-FIM-AUDITORIA
006224     END-READ.
006225     IF FIM-ARQ-AUDITORIA
006226         GO TO 1110-FIM
006227     END-IF.
006228     MOVE REG-AUDIT-ARQUIVO TO REG-AUDITORIA.
006229     PERFORM 1150-GUARDA-ELO THRU 1150-FIM.
006230 1110-FIM.
006231     EXIT.
006232*----------------------------------------------------------------*
006233 1120-LE-ELO-DO-TRILHO.
006234     READ ARQ-AUDITORIA
006235         AT END
006236             MOVE "S" TO IND-FIM-AUDITORIA
006237     END-READ.
006238     IF FIM-ARQ-AUDITORIA
006239         GO TO 1120-FIM
006240     END-IF.
006241     PERFORM 1150-GUARDA-ELO THRU 1150-FIM.
006242 1120-FIM.
006243     EXIT.
006244*----------------------------------------------------------------*
006245*    1150-GUARDA-ELO
006246*    O "P" SEM TURMA ANTERIOR (REGISTRO ANTERIOR AO LAYOUT DE 57
006247*    POSICOES) NAO LIGA NADA E FICA DE FORA, COMO OS AJUSTES POR
006248*    IDADE ("A" OU EM BRANCO). TABELA CHEIA CONTA O ELO PERDIDO
006249*    (RC=4 NO FIM).
006250*----------------------------------------------------------------*
006251 1150-GUARDA-ELO.
006252     IF AUD-TIPO-EVENTO NOT = "P"
006253        AND AUD-TIPO-EVENTO NOT = "T"
006254         GO TO 1150-FIM
006255     END-IF.
006256     IF AUD-TIPO-EVENTO = "P"
006257        AND (AUD-TURMA-ANTERIOR = SPACES
006258             OR AUD-TURMA-ANTERIOR = AUD-TURMA)
006259         GO TO 1150-FIM
006260     END-IF.
006261     IF AUD-TIPO-EVENTO = "T"
006262        AND (AUD-RA-NOVO NOT NUMERIC
006263             OR AUD-RA-NOVO = AUD-RA-ORIGINAL)
006264         GO TO 1150-FIM
006265     END-IF.
006266     IF QTD-ELOS NOT < WS-MAX-ELOS
006267         ADD 1 TO CONT-FORA-ELOS
006268         GO TO 1150-FIM
006269     END-IF.
006270     ADD 1 TO QTD-ELOS.
006271     SET ELO-IDX TO QTD-ELOS.
006272     MOVE AUD-TURMA TO ELO-TURMA-NOVA(ELO-IDX).
006273     IF AUD-TIPO-EVENTO = "P"
006274         MOVE AUD-RA-ORIGINAL    TO ELO-RA-NOVO(ELO-IDX)
006275                                    ELO-RA-ANTIGO(ELO-IDX)
006276         MOVE AUD-TURMA-ANTERIOR TO ELO-TURMA-ANTIGA(ELO-IDX)
006277     ELSE
006278         MOVE AUD-RA-NOVO        TO ELO-RA-NOVO(ELO-IDX)
006279         MOVE AUD-RA-ORIGINAL    TO ELO-RA-ANTIGO(ELO-IDX)
006280         MOVE AUD-TURMA          TO ELO-TURMA-ANTIGA(ELO-IDX)
006281     END-IF.
006282     MOVE AUD-DATA-MOVTO TO ELO-DATA(ELO-IDX).
006283     MOVE AUD-HORA-MOVTO TO ELO-HORA(ELO-IDX).
006284 1150-FIM.
006285     EXIT.
006286*----------------------------------------------------------------*
006287*    2000-PROCESSA-PEDIDOS
006288*    UM CARTAO DE PEDIDO POR VEZ. A TURMA DO CARTAO E APURADA
006289*    (ALUNOS, NOTAS DOS DESLIGADOS E COEFICIENTES PARA A
006290*    CLASSIFICACAO) SO QUANDO MUDA DE UM CARTAO PARA O OUTRO.
006300*----------------------------------------------------------------*
006310 2000-PROCESSA-PEDIDOS.
006320     MOVE "N" TO IND-FIM-PEDIDOS.
006330     PERFORM 2100-PROCESSA-UM-PEDIDO THRU 2100-FIM
006340         UNTIL FIM-ARQ-PEDIDOS.
006350     IF CONT-PEDIDOS-LIDOS = 0
006360         DISPLAY "HISTESC: NENHUM CARTAO DE PEDIDO EM HESPARM"
006370                 UPON CONSOLE
006380         MOVE 4 TO RETURN-CODE
006390     END-IF.
006400 2000-FIM.
006410     EXIT.
006420*----------------------------------------------------------------*
006430 2100-PROCESSA-UM-PEDIDO.
006440     READ ARQ-PEDIDOS
006450         AT END
006460             MOVE "S" TO IND-FIM-PEDIDOS
006470     END-READ.
006480     IF FIM-ARQ-PEDIDOS
006490         GO TO 2100-FIM
006500     END-IF.
006510     ADD 1 TO CONT-PEDIDOS-LIDOS.
006520     PERFORM 2200-CRITICA-PEDIDO THRU 2200-FIM.
006530     IF NOT PEDIDO-VALIDO
006540         PERFORM 2900-RECUSA-PEDIDO THRU 2900-FIM
006550         GO TO 2100-FIM
006560     END-IF.
006570     IF WS-TURMA-PEDIDO NOT = WS-TURMA-APURADA
006580         PERFORM 3000-APURA-TURMA THRU 3000-FIM
006590     END-IF.
006600     IF HES-PRM-RA = SPACES
006610         IF QTD-ALUNOS-TURMA = 0
006620             MOVE "TURMA SEM ALUNOS ATIVOS NEM DESLIGADOS"
006630                 TO WS-MOTIVO-PEDIDO
006640             PERFORM 2900-RECUSA-PEDIDO THRU 2900-FIM
006650             GO TO 2100-FIM
006660         END-IF
006670         PERFORM 4000-EMITE-HISTORICO THRU 4000-FIM
006680             VARYING TAL-IDX FROM 1 BY 1
006690             UNTIL TAL-IDX > QTD-ALUNOS-TURMA
006700         GO TO 2100-FIM
006710     END-IF.
006720     MOVE WS-RA-PEDIDO TO WS-RA-ALUNO.
006730     PERFORM 3900-LOCALIZA-ALUNO THRU 3900-FIM.
006740     IF NOT ACHOU-ALUNO
006750         MOVE "RA NAO ENCONTRADO NA TURMA (MESTRE NEM HISTORICO)"
006760             TO WS-MOTIVO-PEDIDO
006770         PERFORM 2900-RECUSA-PEDIDO THRU 2900-FIM
006780         GO TO 2100-FIM
006790     END-IF.
006800     PERFORM 4000-EMITE-HISTORICO THRU 4000-FIM.
006810 2100-FIM.
006820     EXIT.
006830*----------------------------------------------------------------*
006840*    2200-CRITICA-PEDIDO
006850*    TURMA OBRIGATORIA; RA, SE INFORMADO, NUMERICO. A TURMA NAO
006860*    PRECISA ESTAR NO MESTRE DE TURMAS: TURMA JA ENCERRADA AINDA
006870*    TEM HISTORICO A EMITIR.
006880*----------------------------------------------------------------*
006890 2200-CRITICA-PEDIDO.
006900     MOVE "N" TO IND-PEDIDO-VALIDO.
006910     MOVE SPACES TO WS-MOTIVO-PEDIDO.
006920     IF HES-PRM-TURMA = SPACES
006930         MOVE "TURMA NAO INFORMADA NO CARTAO" TO WS-MOTIVO-PEDIDO
006940         GO TO 2200-FIM
006950     END-IF.
006960     IF HES-PRM-RA NOT = SPACES
006970        AND HES-PRM-RA NOT NUMERIC
006980         MOVE "RA NAO NUMERICO NO CARTAO" TO WS-MOTIVO-PEDIDO
006990         GO TO 2200-FIM
007000     END-IF.
007010     MOVE HES-PRM-TURMA TO WS-TURMA-PEDIDO.
007020     MOVE 0 TO WS-RA-PEDIDO.
007030     IF HES-PRM-RA NOT = SPACES
007040         MOVE HES-PRM-RA TO WS-RA-PEDIDO-X
007050     END-IF.
007060     MOVE "S" TO IND-PEDIDO-VALIDO.
007070 2200-FIM.
007080     EXIT.
007090*----------------------------------------------------------------*
007100 2900-RECUSA-PEDIDO.
007110     ADD 1 TO CONT-PEDIDOS-RECUSADOS.
007120     MOVE WS-DATA-HOJE TO CAB-DATA.
007130     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
007140     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
007150     MOVE REG-PEDIDO      TO PRC-CARTAO.
007160     MOVE WS-MOTIVO-PEDIDO TO PRC-MOTIVO.
007170     MOVE WS-LINHA-PEDIDO-RECUSADO TO REG-LINHA-RELATORIO.
007180     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007190     DISPLAY "HISTESC: PEDIDO RECUSADO " PRC-CARTAO " - "
007200             WS-MOTIVO-PEDIDO UPON CONSOLE.
007210 2900-FIM.
007220     EXIT.
007230*----------------------------------------------------------------*
007240*    3000-APURA-TURMA
007250*    MONTA A TABELA DE ALUNOS DA TURMA (ATIVOS DO MESTRE E
007260*    DESLIGADOS DO HISTORICO), GUARDA AS NOTAS DOS DESLIGADOS E
007270*    APURA O COEFICIENTE DE CADA ALUNO PARA A CLASSIFICACAO.
007280*----------------------------------------------------------------*
007290 3000-APURA-TURMA.
007300     MOVE WS-TURMA-PEDIDO TO WS-TURMA-APURADA.
007310     ADD 1 TO CONT-TURMAS-APURADAS.
007320     MOVE 0 TO QTD-ALUNOS-TURMA QTD-NOTAS-HIST QTD-CLASSIFICADOS.
007330     MOVE WS-TURMA-PEDIDO TO TMS-CODIGO OF REG-TURMA-MESTRE.
007340     READ ARQ-TURMAS-MESTRE
007350         INVALID KEY
007360             MOVE "*** TURMA NAO CADASTRADA ***" TO WS-NOME-CURSO
007370         NOT INVALID KEY
007380             MOVE TMS-NOME-CURSO OF REG-TURMA-MESTRE
007390                 TO WS-NOME-CURSO
007400     END-READ.
007410     PERFORM 3100-CARREGA-ATIVOS     THRU 3100-FIM.
007420     PERFORM 3200-CARREGA-DESLIGADOS THRU 3200-FIM.
007430     PERFORM 3300-CARREGA-NOTAS-HIST THRU 3300-FIM.
007440     PERFORM 3400-APURA-COEF-ALUNO   THRU 3400-FIM
007450         VARYING TAL-IDX FROM 1 BY 1
007460         UNTIL TAL-IDX > QTD-ALUNOS-TURMA.
007470 3000-FIM.
007480     EXIT.
007490*----------------------------------------------------------------*
007500*    3100-CARREGA-ATIVOS
007510*    LE O MESTRE DE ALUNOS A PARTIR DA CHAVE TURMA + RA ZERO ATE
007520*    TROCAR DE TURMA. A ORDEM DA CHAVE JA E A ORDEM DA TABELA.
007530*----------------------------------------------------------------*
007540 3100-CARREGA-ATIVOS.
007550     MOVE "N" TO IND-FIM-MESTRE.
007560     MOVE WS-TURMA-PEDIDO TO MST-TURMA OF REG-ALUNO-MESTRE.
007570     MOVE 0 TO MST-RA OF REG-ALUNO-MESTRE.
007580     START ARQ-ALUNOS-MESTRE
007590         KEY NOT < MST-CHAVE OF REG-ALUNO-MESTRE
007600         INVALID KEY
007610             MOVE "S" TO IND-FIM-MESTRE
007620     END-START.
007630     PERFORM 3110-CARREGA-UM-ATIVO THRU 3110-FIM
007640         UNTIL FIM-ARQ-MESTRE.
007650 3100-FIM.
007660     EXIT.
007670*----------------------------------------------------------------*
007680 3110-CARREGA-UM-ATIVO.
007690     READ ARQ-ALUNOS-MESTRE NEXT RECORD
007700         AT END
007710             MOVE "S" TO IND-FIM-MESTRE
007720     END-READ.
007730     IF FIM-ARQ-MESTRE
007740         GO TO 3110-FIM
007750     END-IF.
007760     IF MST-TURMA OF REG-ALUNO-MESTRE NOT = WS-TURMA-PEDIDO
007770         MOVE "S" TO IND-FIM-MESTRE
007780         GO TO 3110-FIM
007790     END-IF.
007800     MOVE MST-RA OF REG-ALUNO-MESTRE TO WS-RA-ALUNO.
007810     PERFORM 3900-LOCALIZA-ALUNO THRU 3900-FIM.
007820     IF NOT ACHOU-ALUNO
007830         PERFORM 3950-INCLUI-ALUNO THRU 3950-FIM
007840     END-IF.
007850     IF NOT ACHOU-ALUNO
007860         GO TO 3110-FIM
007870     END-IF.
007880     MOVE MST-NOME OF REG-ALUNO-MESTRE TO TAL-NOME(TAL-IDX).
007890     MOVE MST-SEXO OF REG-ALUNO-MESTRE TO TAL-SEXO(TAL-IDX).
007900     MOVE "A" TO TAL-ORIGEM(TAL-IDX).
007910 3110-FIM.
007920     EXIT.
007930*----------------------------------------------------------------*
007940*    3200-CARREGA-DESLIGADOS
007950*    PERCORRE O HISTORICO DE EXCLUIDOS ATRAS DA TURMA PEDIDA. O
007960*    ALUNO QUE VOLTOU A SER INCLUIDO (ESTA ATIVO NO MESTRE) NAO E
007970*    TOCADO; O EXCLUIDO MAIS DE UMA VEZ FICA COM A ULTIMA SAIDA.
007980*----------------------------------------------------------------*
007990 3200-CARREGA-DESLIGADOS.
008000     IF SEM-HISTORICO
008010         GO TO 3200-FIM
008020     END-IF.
008030     OPEN INPUT ARQ-HISTORICO.
008040     MOVE "N" TO IND-FIM-HISTORICO.
008050     PERFORM 3210-CARREGA-UM-DESLIGADO THRU 3210-FIM
008060         UNTIL FIM-ARQ-HISTORICO.
008070     CLOSE ARQ-HISTORICO.
008080 3200-FIM.
008090     EXIT.
008100*----------------------------------------------------------------*
008110 3210-CARREGA-UM-DESLIGADO.
008120     READ ARQ-HISTORICO
008130         AT END
008140             MOVE "S" TO IND-FIM-HISTORICO
008150     END-READ.
008160     IF FIM-ARQ-HISTORICO
008170         GO TO 3210-FIM
008180     END-IF.
008190     IF HIS-TURMA NOT = WS-TURMA-PEDIDO
008200         GO TO 3210-FIM
008210     END-IF.
008220     MOVE HIS-RA TO WS-RA-ALUNO.
008230     PERFORM 3900-LOCALIZA-ALUNO THRU 3900-FIM.
008240     IF ACHOU-ALUNO
008250         IF TAL-ATIVO(TAL-IDX)
008260             GO TO 3210-FIM
008270         END-IF
008280         IF HIS-DATA-EXCLUSAO < TAL-DATA-EXCLUSAO(TAL-IDX)
008290             GO TO 3210-FIM
008300         END-IF
008310         IF HIS-DATA-EXCLUSAO = TAL-DATA-EXCLUSAO(TAL-IDX)
008320            AND HIS-HORA-EXCLUSAO < TAL-HORA-EXCLUSAO(TAL-IDX)
008330             GO TO 3210-FIM
008340         END-IF
008350     ELSE
008360         PERFORM 3950-INCLUI-ALUNO THRU 3950-FIM
008370     END-IF.
008380     IF NOT ACHOU-ALUNO
008390         GO TO 3210-FIM
008400     END-IF.
008410     MOVE HIS-NOME          TO TAL-NOME(TAL-IDX).
008420     MOVE HIS-SEXO          TO TAL-SEXO(TAL-IDX).
008430     MOVE "D"               TO TAL-ORIGEM(TAL-IDX).
008440     MOVE HIS-DATA-EXCLUSAO TO TAL-DATA-EXCLUSAO(TAL-IDX).
008450     MOVE HIS-HORA-EXCLUSAO TO TAL-HORA-EXCLUSAO(TAL-IDX).
008460     MOVE HIS-MOTIVO        TO TAL-MOTIVO(TAL-IDX).
008470 3210-FIM.
008480     EXIT.
008490*----------------------------------------------------------------*
008500*    3300-CARREGA-NOTAS-HIST
008510*    GUARDA AS NOTAS DA TURMA PEDIDA NO HISTORICO DE NOTAS DE
008520*    EXCLUIDOS. AS DE UM RA QUE VOLTOU A ESTAR ATIVO SAO DA
008530*    PASSAGEM ANTERIOR DELE E FICAM DE FORA.
008540*----------------------------------------------------------------*
008550 3300-CARREGA-NOTAS-HIST.
008560     IF SEM-NOTAS-HIST
008570         GO TO 3300-FIM
008580     END-IF.
008590     OPEN INPUT ARQ-NOTAS-HIST.
008600     MOVE "N" TO IND-FIM-NOTAS-HIST.
008610     PERFORM 3310-CARREGA-UMA-NOTA-HIST THRU 3310-FIM
008620         UNTIL FIM-ARQ-NOTAS-HIST.
008630     CLOSE ARQ-NOTAS-HIST.
008640 3300-FIM.
008650     EXIT.
008660*----------------------------------------------------------------*
008670 3310-CARREGA-UMA-NOTA-HIST.
008680     READ ARQ-NOTAS-HIST
008690         AT END
008700             MOVE "S" TO IND-FIM-NOTAS-HIST
008710     END-READ.
008720     IF FIM-ARQ-NOTAS-HIST
008730         GO TO 3310-FIM
008740     END-IF.
008750     IF NHI-TURMA NOT = WS-TURMA-PEDIDO
008760         GO TO 3310-FIM
008770     END-IF.
008780     MOVE NHI-RA TO WS-RA-ALUNO.
008790     PERFORM 3900-LOCALIZA-ALUNO THRU 3900-FIM.
008800     IF NOT ACHOU-ALUNO
008810         GO TO 3310-FIM
008820     END-IF.
008830     IF NOT TAL-DESLIGADO(TAL-IDX)
008840         GO TO 3310-FIM
008850     END-IF.
008860     IF QTD-NOTAS-HIST NOT < WS-MAX-NOTAS-HIST
008870         ADD 1 TO CONT-FORA-TABELAS
008880         GO TO 3310-FIM
008890     END-IF.
008900     ADD 1 TO QTD-NOTAS-HIST.
008910     SET THN-IDX TO QTD-NOTAS-HIST.
008920     MOVE NHI-RA         TO THN-RA(THN-IDX).
008930     MOVE NHI-DISCIPLINA TO THN-DISCIPLINA(THN-IDX).
008940     MOVE NHI-PERIODO    TO THN-PERIODO(THN-IDX).
008950     MOVE NHI-NOTA       TO THN-NOTA(THN-IDX).
008960 3310-FIM.
008970     EXIT.
008980*----------------------------------------------------------------*
008990*    3400-APURA-COEF-ALUNO
009000*    APURA O COEFICIENTE DE UM ALUNO DA TABELA E O GUARDA NELA. SO
009010*    ALUNO ATIVO COM PERIODO FECHADO ENTRA NA CLASSIFICACAO.
009020*----------------------------------------------------------------*
009030 3400-APURA-COEF-ALUNO.
009040     PERFORM 5000-APURA-ALUNO THRU 5000-FIM.
009050     MOVE "N" TO TAL-IND-COEF(TAL-IDX).
009060     MOVE 0   TO TAL-COEFICIENTE(TAL-IDX).
009070     IF TEM-COEFICIENTE
009080         MOVE "S" TO TAL-IND-COEF(TAL-IDX)
009090         MOVE WS-COEFICIENTE TO TAL-COEFICIENTE(TAL-IDX)
009100         IF TAL-ATIVO(TAL-IDX)
009110             ADD 1 TO QTD-CLASSIFICADOS
009120         END-IF
009130     END-IF.
009140 3400-FIM.
009150     EXIT.
009160*----------------------------------------------------------------*
009170*    3900-LOCALIZA-ALUNO
009180*    POSICIONA TAL-IDX NO RA DE WS-RA-ALUNO. SEM O RA NA TABELA,
009190*    DEIXA EM WS-POS-INSERCAO A POSICAO DA SUA ORDEM PARA A
009200*    INCLUSAO (3950).
009210*----------------------------------------------------------------*
009220 3900-LOCALIZA-ALUNO.
009230     MOVE "N" TO IND-ACHOU-ALUNO.
009240     MOVE "N" TO IND-ACHOU-POSICAO.
009250     COMPUTE WS-POS-INSERCAO = QTD-ALUNOS-TURMA + 1.
009260     IF QTD-ALUNOS-TURMA > 0
009270         PERFORM 3910-PROCURA-ALUNO THRU 3910-FIM
009280             VARYING TAL-IDX FROM 1 BY 1
009290                 UNTIL TAL-IDX > QTD-ALUNOS-TURMA
009300                    OR ACHOU-POSICAO
009310     END-IF.
009320     IF ACHOU-POSICAO
009330         SET TAL-IDX DOWN BY 1
009340         SET WS-POS-INSERCAO TO TAL-IDX
009350         IF TAL-RA(TAL-IDX) = WS-RA-ALUNO
009360             MOVE "S" TO IND-ACHOU-ALUNO
009370         END-IF
009380     END-IF.
009390 3900-FIM.
009400     EXIT.
009410*----------------------------------------------------------------*
009420 3910-PROCURA-ALUNO.
009430     IF TAL-RA(TAL-IDX) NOT < WS-RA-ALUNO
009440         MOVE "S" TO IND-ACHOU-POSICAO
009450     END-IF.
009460 3910-FIM.
009470     EXIT.
009480*----------------------------------------------------------------*
009490*    3950-INCLUI-ALUNO
009500*    ABRE O RA NA POSICAO ACHADA PELA 3900, DESLOCANDO OS QUE VEM
009510*    DEPOIS. COM A TABELA CHEIA O ALUNO FICA DE FORA E E CONTADO
009520*    (RC=4 NO FIM).
009530*----------------------------------------------------------------*
009540 3950-INCLUI-ALUNO.
009550     MOVE "N" TO IND-ACHOU-ALUNO.
009560     IF QTD-ALUNOS-TURMA NOT < WS-MAX-ALUNOS-TURMA
009570         ADD 1 TO CONT-FORA-TABELAS
009580         GO TO 3950-FIM
009590     END-IF.
009600     IF WS-POS-INSERCAO NOT > QTD-ALUNOS-TURMA
009610         PERFORM 3960-DESLOCA-UM-ALUNO THRU 3960-FIM
009620             VARYING WS-POS-ORIGEM FROM QTD-ALUNOS-TURMA BY -1
009630                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
009640     END-IF.
009650     ADD 1 TO QTD-ALUNOS-TURMA.
009660     SET TAL-IDX TO WS-POS-INSERCAO.
009670     MOVE WS-RA-ALUNO TO TAL-RA(TAL-IDX).
009680     MOVE SPACES TO TAL-NOME(TAL-IDX) TAL-SEXO(TAL-IDX)
009690                    TAL-ORIGEM(TAL-IDX) TAL-MOTIVO(TAL-IDX).
009700     MOVE 0 TO TAL-DATA-EXCLUSAO(TAL-IDX)
009710               TAL-HORA-EXCLUSAO(TAL-IDX)
009720               TAL-COEFICIENTE(TAL-IDX).
009730     MOVE "N" TO TAL-IND-COEF(TAL-IDX).
009740     MOVE "S" TO IND-ACHOU-ALUNO.
009750 3950-FIM.
009760     EXIT.
009770*----------------------------------------------------------------*
009780 3960-DESLOCA-UM-ALUNO.
009790     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
009800     MOVE TAL(WS-POS-ORIGEM) TO TAL(WS-POS-DESTINO).
009810 3960-FIM.
009820     EXIT.
009830*----------------------------------------------------------------*
009840*    4000-EMITE-HISTORICO
009850*    UMA PAGINA PARA O ALUNO EM TAL-IDX: CABECALHO, IDENTIFICACAO
009860*    (E A LINHA "DESLIGADO EM" PARA O EX-ALUNO), UM BLOCO POR
009870*    PERIODO E O RODAPE COM COEFICIENTE E CLASSIFICACAO.
009880*----------------------------------------------------------------*
009890 4000-EMITE-HISTORICO.
009900     PERFORM 5000-APURA-ALUNO THRU 5000-FIM.
009910     ADD 1 TO CONT-HISTORICOS-EMITIDOS.
009920     MOVE WS-DATA-HOJE TO CAB-DATA.
009930     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
009940     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
009950     MOVE WS-TURMA-APURADA TO TUL-TURMA.
009960     MOVE WS-NOME-CURSO    TO TUL-NOME-CURSO.
009970     MOVE WS-LINHA-TURMA TO REG-LINHA-RELATORIO.
009980     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
009990     MOVE TAL-RA(TAL-IDX)   TO ALU-RA.
010000     MOVE TAL-NOME(TAL-IDX) TO ALU-NOME.
010010     MOVE TAL-SEXO(TAL-IDX) TO ALU-SEXO.
010020     IF TAL-ATIVO(TAL-IDX)
010030         MOVE "ALUNO ATIVO" TO ALU-SITUACAO
010040     ELSE
010050         MOVE "ALUNO DESLIGADO" TO ALU-SITUACAO
010060     END-IF.
010070     MOVE WS-LINHA-ALUNO TO REG-LINHA-RELATORIO.
010080     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010090     IF TAL-DESLIGADO(TAL-IDX)
010100         ADD 1 TO CONT-DESLIGADOS-EMITIDOS
010110         MOVE TAL-DATA-EXCLUSAO(TAL-IDX) TO DES-DATA
010120         MOVE TAL-MOTIVO(TAL-IDX)        TO DES-MOTIVO
010130         MOVE WS-LINHA-DESLIGADO TO REG-LINHA-RELATORIO
010140         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
010150     END-IF.
010160     IF QTD-PERIODOS-ALUNO = 0
010170         MOVE SPACES TO WS-LINHA-AVISO
010180         MOVE "NENHUMA NOTA NEM RESULTADO REGISTRADO PARA O ALUNO"
010190             TO AVI-TEXTO
010200         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
010210         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
010220     END-IF.
010230     SET TNA-IDX TO 1.
010240     PERFORM 4100-IMPRIME-PERIODO THRU 4100-FIM
010250         VARYING TPE-IDX FROM 1 BY 1
010260         UNTIL TPE-IDX > QTD-PERIODOS-ALUNO.
010270     PERFORM 4500-IMPRIME-RODAPE THRU 4500-FIM.
010280 4000-FIM.
010290     EXIT.
010300*----------------------------------------------------------------*
010310*    4100-IMPRIME-PERIODO
010320*    CABECALHO DO PERIODO COM A SITUACAO NO CALENDARIO, AS NOTAS
010330*    DO PERIODO (A TABELA DE NOTAS ESTA NA MESMA ORDEM DE PERIODO,
010340*    E TNA-IDX SO AVANCA) E O RESULTADO DO MESTRE DE RESULTADOS.
010350*----------------------------------------------------------------*
010360 4100-IMPRIME-PERIODO.
010370     MOVE TPE-PERIODO(TPE-IDX) TO PEL-PERIODO.
010380     IF TPE-FECHADO(TPE-IDX)
010390         MOVE TPE-DATA-FECHAMENTO(TPE-IDX) TO FEL-DATA
010400         MOVE WS-LINHA-FECHADO-EM TO PEL-SITUACAO
010410     ELSE
010420         IF TPE-SITUACAO-CAL(TPE-IDX) = "A"
010430             MOVE "PERIODO ABERTO" TO PEL-SITUACAO
010440         ELSE
010450             IF TPE-SITUACAO-CAL(TPE-IDX) = "E"
010460                 MOVE "PERIODO EM FECHAMENTO" TO PEL-SITUACAO
010470             ELSE
010480                 MOVE "FORA DO CALENDARIO" TO PEL-SITUACAO
010490             END-IF
010500         END-IF
010510     END-IF.
010520     MOVE WS-LINHA-PERIODO TO REG-LINHA-RELATORIO.
010530     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
010540     IF TPE-QTD-NOTAS(TPE-IDX) > 0
010550         MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO
010560         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
010570         PERFORM 4200-IMPRIME-UMA-NOTA THRU 4200-FIM
010580             UNTIL TNA-IDX > QTD-NOTAS-ALUNO
010590                OR TNA-PERIODO(TNA-IDX) NOT = TPE-PERIODO(TPE-IDX)
010600     END-IF.
010610     PERFORM 4300-IMPRIME-RESULTADO THRU 4300-FIM.
010620 4100-FIM.
010630     EXIT.
010640*----------------------------------------------------------------*
010650 4200-IMPRIME-UMA-NOTA.
010660     MOVE SPACES TO WS-LINHA-DETALHE.
010670     MOVE TNA-DISCIPLINA(TNA-IDX) TO CHT-DISCIPLINA.
010680     PERFORM 5800-LE-DISCIPLINA THRU 5800-FIM.
010690     MOVE WS-NOME-DISC  TO DET-DISCIPLINA.
010700     IF NOT SEM-CATALOGO
010710         MOVE WS-CARGA-DISC TO DET-CARGA
010720     END-IF.
010730     MOVE TNA-NOTA(TNA-IDX) TO DET-NOTA.
010740     PERFORM 4210-LE-FREQUENCIA THRU 4210-FIM.
010750     IF ACHOU-FREQ
010760         MOVE WS-PCT-FREQ  TO WS-FREQ-EDIT
010770         MOVE WS-FREQ-EDIT TO DET-FREQ
010780         MOVE "%" TO DET-FREQ-PCT
010790     END-IF.
010800     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
010810     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010820     SET TNA-IDX UP BY 1.
010830 4200-FIM.
010840     EXIT.
010850*----------------------------------------------------------------*
010860*    4210-LE-FREQUENCIA
010870*    O MESTRE DE FREQUENCIA GUARDA TAMBEM O APONTAMENTO DO ALUNO
010880*    JA DESLIGADO (A EXCLUSAO SO LEVA CADASTRO E NOTAS PARA OS
010885*    HISTORICOS), ENTAO A LEITURA E A MESMA PARA OS DOIS. A
010890*    TROCA DE RA NAO REMANEJA A FREQUENCIA: A CHAVE ATUAL E LIDA
010895*    PRIMEIRO E DEPOIS AS ANTERIORES (5050), ATE ACHAR.
010900*----------------------------------------------------------------*
010910 4210-LE-FREQUENCIA.
010920     MOVE "N" TO IND-ACHOU-FREQ.
010925     MOVE "N" TO IND-LEU-FREQ.
010930     IF SEM-FREQUENCIA
010940         GO TO 4210-FIM
010950     END-IF.
010963     PERFORM 4220-LE-FREQ-DA-CHAVE THRU 4220-FIM
010976         VARYING CHV-IDX FROM 1 BY 1
010989         UNTIL CHV-IDX > QTD-CHAVES-ALUNO
011002            OR LEU-FREQ.
011015     IF NOT LEU-FREQ
011028         GO TO 4210-FIM
011041     END-IF.
011060     IF FMS-AULAS-DADAS OF REG-FREQ-MESTRE = 0
011070         GO TO 4210-FIM
011080     END-IF.
011090     MOVE "S" TO IND-ACHOU-FREQ.
011100     IF FMS-FALTAS OF REG-FREQ-MESTRE
011110        NOT < FMS-AULAS-DADAS OF REG-FREQ-MESTRE
011120         MOVE 0 TO WS-PCT-FREQ
011130     ELSE
011140         COMPUTE WS-PCT-FREQ ROUNDED =
011150             ((FMS-AULAS-DADAS OF REG-FREQ-MESTRE
011160               - FMS-FALTAS OF REG-FREQ-MESTRE) * 100)
011170             / FMS-AULAS-DADAS OF REG-FREQ-MESTRE
011180     END-IF.
011181 4210-FIM.
011182     EXIT.
011183*----------------------------------------------------------------*
011184 4220-LE-FREQ-DA-CHAVE.
011185     MOVE CHV-TURMA(CHV-IDX) TO FMS-TURMA OF REG-FREQ-MESTRE.
011186     MOVE CHV-RA(CHV-IDX)    TO FMS-RA OF REG-FREQ-MESTRE.
011187     MOVE TNA-DISCIPLINA(TNA-IDX)
011188         TO FMS-DISCIPLINA OF REG-FREQ-MESTRE.
011189     MOVE TNA-PERIODO(TNA-IDX)
011190         TO FMS-PERIODO OF REG-FREQ-MESTRE.
011191     READ ARQ-FREQ-MESTRE
011192         INVALID KEY
011193             GO TO 4220-FIM
011194     END-READ.
011195     MOVE "S" TO IND-LEU-FREQ.
011196 4220-FIM.
011197     EXIT.
011210*----------------------------------------------------------------*
011220*    4300-IMPRIME-RESULTADO
011230*    RESULTADO FINAL DO PERIODO GRAVADO PELO FECHAMENTO, COM A
011240*    INDICACAO DE DECISAO NA PROVA DE RECUPERACAO.
011250*----------------------------------------------------------------*
011260 4300-IMPRIME-RESULTADO.
011270     IF NOT TPE-TEM-RESULTADO(TPE-IDX)
011280         MOVE SPACES TO WS-LINHA-SEM-RESULTADO
011290         MOVE "RESULTADO DO PERIODO: NAO APURADO NO FECHAMENTO"
011300             TO SRS-TEXTO
011310         MOVE WS-LINHA-SEM-RESULTADO TO REG-LINHA-RELATORIO
011320         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
011330         GO TO 4300-FIM
011340     END-IF.
011350     MOVE TPE-MEDIA(TPE-IDX) TO RSL-MEDIA.
011360     MOVE SPACES TO RSL-FREQ RSL-FREQ-PCT.
011370     IF TPE-IND-FREQ(TPE-IDX) = "S"
011380         MOVE TPE-FREQUENCIA(TPE-IDX) TO WS-FREQ-EDIT
011390         MOVE WS-FREQ-EDIT TO RSL-FREQ
011400         MOVE "%" TO RSL-FREQ-PCT
011410     END-IF.
011420     MOVE "SITUACAO NAO RECONHECIDA" TO RSL-SITUACAO.
011430     IF TPE-SITUACAO(TPE-IDX) = "A"
011440         MOVE "APROVADO" TO RSL-SITUACAO
011450         IF TPE-IND-RECUPERACAO(TPE-IDX) = "S"
011460             MOVE "APROVADO NA RECUPERACAO" TO RSL-SITUACAO
011470         END-IF
011480     END-IF.
011490     IF TPE-SITUACAO(TPE-IDX) = "R"
011500         MOVE "REPROVADO POR NOTA" TO RSL-SITUACAO
011510         IF TPE-IND-RECUPERACAO(TPE-IDX) = "S"
011520             MOVE "REPROVADO NA RECUPERACAO" TO RSL-SITUACAO
011530         END-IF
011540     END-IF.
011550     IF TPE-SITUACAO(TPE-IDX) = "F"
011560         MOVE "REPROVADO POR FALTA" TO RSL-SITUACAO
011570     END-IF.
011580     IF TPE-SITUACAO(TPE-IDX) = "P"
011590         MOVE "EM RECUPERACAO" TO RSL-SITUACAO
011600     END-IF.
011610     MOVE WS-LINHA-RESULTADO TO REG-LINHA-RELATORIO.
011620     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
011630 4300-FIM.
011640     EXIT.
011650*----------------------------------------------------------------*
011660*    4500-IMPRIME-RODAPE
011670*    COEFICIENTE ACUMULADO E CLASSIFICACAO. A POSICAO E UM MAIS O
011680*    NUMERO DE ALUNOS ATIVOS DA TURMA COM COEFICIENTE MAIOR
011690*    (EMPATADOS DIVIDEM A POSICAO). O EX-ALUNO E O ALUNO AINDA SEM
011700*    PERIODO FECHADO NAO SAO CLASSIFICADOS.
011710*----------------------------------------------------------------*
011720 4500-IMPRIME-RODAPE.
011730     MOVE SPACES TO REG-LINHA-RELATORIO.
011740     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
011750     IF ALUNO-INCOMPLETO
011760         MOVE SPACES TO WS-LINHA-AVISO
011770         MOVE "NOTAS ALEM DA TABELA: HISTORICO INCOMPLETO"
011780             TO AVI-TEXTO
011790         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
011800         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
011810     END-IF.
011820     IF NOT TEM-COEFICIENTE
011830         MOVE SPACES TO WS-LINHA-AVISO
011840         MOVE "COEFICIENTE DE RENDIMENTO: NENHUM PERIODO FECHADO"
011850             TO AVI-TEXTO
011860         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
011870         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
011880     ELSE
011890         MOVE WS-COEFICIENTE TO COE-VALOR
011900         MOVE SOMA-PESOS     TO COE-PESO
011910         MOVE WS-LINHA-COEFICIENTE TO REG-LINHA-RELATORIO
011920         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
011930     END-IF.
011940     IF TAL-DESLIGADO(TAL-IDX)
011950         MOVE SPACES TO WS-LINHA-AVISO
011960         MOVE "CLASSIFICACAO NA TURMA: ALUNO DESLIGADO"
011970             TO AVI-TEXTO
011980         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
011990         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
012000         GO TO 4500-FIM
012010     END-IF.
012020     IF NOT TEM-COEFICIENTE
012030         MOVE SPACES TO WS-LINHA-AVISO
012040         MOVE "CLASSIFICACAO NA TURMA: SEM PERIODO FECHADO"
012050             TO AVI-TEXTO
012060         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
012070         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
012080         GO TO 4500-FIM
012090     END-IF.
012100     MOVE 1 TO WS-POSICAO-TURMA.
012110     PERFORM 4510-COMPARA-COEFICIENTE THRU 4510-FIM
012120         VARYING TAL-IDX-2 FROM 1 BY 1
012130         UNTIL TAL-IDX-2 > QTD-ALUNOS-TURMA.
012140     MOVE WS-POSICAO-TURMA  TO CLA-POSICAO.
012150     MOVE QTD-CLASSIFICADOS TO CLA-TOTAL.
012160     MOVE WS-LINHA-CLASSIFICACAO TO REG-LINHA-RELATORIO.
012170     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012180 4500-FIM.
012190     EXIT.
012200*----------------------------------------------------------------*
012210 4510-COMPARA-COEFICIENTE.
012220     IF TAL-ATIVO(TAL-IDX-2)
012230        AND TAL-TEM-COEF(TAL-IDX-2)
012240        AND TAL-COEFICIENTE(TAL-IDX-2) > WS-COEFICIENTE
012250         ADD 1 TO WS-POSICAO-TURMA
012260     END-IF.
012270 4510-FIM.
012280     EXIT.
012290*----------------------------------------------------------------*
012300*    5000-APURA-ALUNO
012310*    MONTA AS TABELAS DO ALUNO EM TAL-IDX: NOTAS (DO MESTRE DE
012320*    NOTAS PARA O ATIVO, DA TABELA DO HISTORICO DE NOTAS PARA O
012330*    DESLIGADO), PERIODOS COM CARGA HORARIA E RESULTADO, E O
012335*    COEFICIENTE DE RENDIMENTO DOS PERIODOS FECHADOS. AS NOTAS
012340*    SO SAO LIDAS NA CHAVE ATUAL: A PROMOCAO E A TROCA DE RA JA AS
012345*    REMANEJAM, E A CHAVE ANTIGA PODE TER NOTAS DE OUTRO ALUNO.
012350*----------------------------------------------------------------*
012360 5000-APURA-ALUNO.
012370     MOVE 0 TO QTD-NOTAS-ALUNO QTD-PERIODOS-ALUNO.
012380     MOVE "N" TO IND-ALUNO-INCOMPLETO.
012390     MOVE TAL-RA(TAL-IDX) TO WS-RA-ALUNO.
012400     MOVE TAL-ORIGEM(TAL-IDX) TO WS-ORIGEM-ALUNO.
012405     PERFORM 5050-MONTA-CHAVES THRU 5050-FIM.
012410     IF ALUNO-ATIVO
012420         PERFORM 5100-NOTAS-DO-MESTRE THRU 5100-FIM
012430     ELSE
012440         PERFORM 5200-NOTAS-DO-HISTORICO THRU 5200-FIM
012450             VARYING THN-IDX FROM 1 BY 1
012460             UNTIL THN-IDX > QTD-NOTAS-HIST
012461     END-IF.
012462     PERFORM 5400-RESULTADOS-DO-ALUNO THRU 5400-FIM.
012463     PERFORM 5600-CALCULA-COEFICIENTE THRU 5600-FIM.
012464 5000-FIM.
012465     EXIT.
012466*----------------------------------------------------------------*
012467*    5050-MONTA-CHAVES
012468*    A PRIMEIRA CHAVE E A ATUAL (TURMA APURADA + RA). PARA CADA
012469*    CHAVE DA TABELA, O ELO MAIS RECENTE QUE CHEGA NELA ANTES DO
012470*    MOMENTO EM QUE O ALUNO A DEIXOU DIZ DE ONDE ELE VEIO: A CHAVE
012471*    DE ORIGEM ENTRA NA TABELA COM ESSE MOMENTO COMO LIMITE, E A
012472*    DATA DO ELO VIRA O INICIO DA CHAVE. SEM ELO DE CHEGADA, O
012473*    INICIO E A ULTIMA SAIDA DE OUTRO ALUNO DAQUELA CHAVE. OS
012474*    LIMITES SO DIMINUEM, ENTAO A CORRENTE SEMPRE TERMINA.
012475*----------------------------------------------------------------*
012476 5050-MONTA-CHAVES.
012477     MOVE 1 TO QTD-CHAVES-ALUNO.
012478     SET CHV-IDX TO 1.
012479     MOVE WS-TURMA-APURADA TO CHV-TURMA(CHV-IDX).
012480     MOVE WS-RA-ALUNO      TO CHV-RA(CHV-IDX).
012481     MOVE 99999999 TO CHV-LIMITE-DATA(CHV-IDX)
012482                      CHV-LIMITE-HORA(CHV-IDX).
012483     MOVE 0 TO CHV-DESDE(CHV-IDX).
012484     IF QTD-ELOS = 0
012485         GO TO 5050-FIM
012486     END-IF.
012487     PERFORM 5060-ENCADEIA-CHAVE THRU 5060-FIM
012488         VARYING CHV-IDX FROM 1 BY 1
012489         UNTIL CHV-IDX > QTD-CHAVES-ALUNO.
012490 5050-FIM.
012491     EXIT.
012492*----------------------------------------------------------------*
012493 5060-ENCADEIA-CHAVE.
012494     MOVE "N" TO IND-ACHOU-CHEGADA.
012495     MOVE 0 TO WS-ELO-CHEGADA WS-DATA-CHEGADA WS-HORA-CHEGADA
012496               WS-DATA-VAGA WS-HORA-VAGA.
012497     PERFORM 5070-CONFERE-ELO THRU 5070-FIM
012498         VARYING ELO-IDX FROM 1 BY 1
012499         UNTIL ELO-IDX > QTD-ELOS.
012500     IF NOT ACHOU-CHEGADA
012501         MOVE WS-DATA-VAGA TO CHV-DESDE(CHV-IDX)
012502         GO TO 5060-FIM
012503     END-IF.
012504     MOVE WS-DATA-CHEGADA TO CHV-DESDE(CHV-IDX).
012505     IF QTD-CHAVES-ALUNO NOT < WS-MAX-CHAVES-ALUNO
012506         MOVE "S" TO IND-ALUNO-INCOMPLETO
012507         ADD 1 TO CONT-FORA-ALUNO
012508         GO TO 5060-FIM
012509     END-IF.
012510     ADD 1 TO QTD-CHAVES-ALUNO.
012511     SET ELO-IDX TO WS-ELO-CHEGADA.
012512     MOVE ELO-TURMA-ANTIGA(ELO-IDX)
012513         TO CHV-TURMA(QTD-CHAVES-ALUNO).
012514     MOVE ELO-RA-ANTIGO(ELO-IDX)
012515         TO CHV-RA(QTD-CHAVES-ALUNO).
012516     MOVE ELO-MOMENTO(ELO-IDX)
012517         TO CHV-LIMITE(QTD-CHAVES-ALUNO).
012518     MOVE 0 TO CHV-DESDE(QTD-CHAVES-ALUNO).
012519 5060-FIM.
012520     EXIT.
012521*----------------------------------------------------------------*
012522 5070-CONFERE-ELO.
012523     IF ELO-MOMENTO(ELO-IDX) NOT < CHV-LIMITE(CHV-IDX)
012524         GO TO 5070-FIM
012525     END-IF.
012526     IF ELO-TURMA-NOVA(ELO-IDX) = CHV-TURMA(CHV-IDX)
012527        AND ELO-RA-NOVO(ELO-IDX) = CHV-RA(CHV-IDX)
012528        AND ELO-MOMENTO(ELO-IDX) > WS-MOMENTO-CHEGADA
012529         MOVE "S" TO IND-ACHOU-CHEGADA
012530         MOVE ELO-MOMENTO(ELO-IDX) TO WS-MOMENTO-CHEGADA
012531         SET WS-ELO-CHEGADA TO ELO-IDX
012532     END-IF.
012533     IF ELO-TURMA-ANTIGA(ELO-IDX) = CHV-TURMA(CHV-IDX)
012534        AND ELO-RA-ANTIGO(ELO-IDX) = CHV-RA(CHV-IDX)
012535        AND ELO-MOMENTO(ELO-IDX) > WS-MOMENTO-VAGA
012536         MOVE ELO-MOMENTO(ELO-IDX) TO WS-MOMENTO-VAGA
012537     END-IF.
012538 5070-FIM.
012539     EXIT.
012540*----------------------------------------------------------------*
012541 5100-NOTAS-DO-MESTRE.
012542     MOVE "N" TO IND-FIM-NOTAS-ALUNO.
012550     MOVE WS-TURMA-APURADA TO NMS-TURMA OF REG-NOTA-MESTRE.
012560     MOVE WS-RA-ALUNO      TO NMS-RA OF REG-NOTA-MESTRE.
012570     MOVE LOW-VALUES TO NMS-DISCIPLINA OF REG-NOTA-MESTRE
012580                        NMS-PERIODO OF REG-NOTA-MESTRE.
012590     START ARQ-NOTAS-MESTRE
012600         KEY NOT < NMS-CHAVE OF REG-NOTA-MESTRE
012610         INVALID KEY
012620             MOVE "S" TO IND-FIM-NOTAS-ALUNO
012630     END-START.
012640     PERFORM 5110-LE-UMA-NOTA-MESTRE THRU 5110-FIM
012650         UNTIL FIM-NOTAS-ALUNO.
012660 5100-FIM.
012670     EXIT.
012680*----------------------------------------------------------------*
012690 5110-LE-UMA-NOTA-MESTRE.
012700     READ ARQ-NOTAS-MESTRE NEXT RECORD
012710         AT END
012720             MOVE "S" TO IND-FIM-NOTAS-ALUNO
012730     END-READ.
012740     IF FIM-NOTAS-ALUNO
012750         GO TO 5110-FIM
012760     END-IF.
012770     IF NMS-TURMA OF REG-NOTA-MESTRE NOT = WS-TURMA-APURADA
012780        OR NMS-RA OF REG-NOTA-MESTRE NOT = WS-RA-ALUNO
012790         MOVE "S" TO IND-FIM-NOTAS-ALUNO
012800         GO TO 5110-FIM
012810     END-IF.
012820     MOVE NMS-PERIODO OF REG-NOTA-MESTRE    TO CHT-PERIODO.
012830     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE TO CHT-DISCIPLINA.
012840     MOVE NMS-NOTA OF REG-NOTA-MESTRE       TO WS-NOTA.
012850     PERFORM 5300-ANOTA-NOTA THRU 5300-FIM.
012860 5110-FIM.
012870     EXIT.
012880*----------------------------------------------------------------*
012890 5200-NOTAS-DO-HISTORICO.
012900     IF THN-RA(THN-IDX) NOT = WS-RA-ALUNO
012910         GO TO 5200-FIM
012920     END-IF.
012930     MOVE THN-PERIODO(THN-IDX)    TO CHT-PERIODO.
012940     MOVE THN-DISCIPLINA(THN-IDX) TO CHT-DISCIPLINA.
012950     MOVE THN-NOTA(THN-IDX)       TO WS-NOTA.
012960     PERFORM 5300-ANOTA-NOTA THRU 5300-FIM.
012970 5200-FIM.
012980     EXIT.
012990*----------------------------------------------------------------*
013000*    5300-ANOTA-NOTA
013010*    INCLUI A NOTA DE WS-CHAVE-TNA NA TABELA DO ALUNO, NA ORDEM DE
013020*    PERIODO + DISCIPLINA, E SOMA A CARGA HORARIA DA DISCIPLINA NO
013030*    PERIODO. TABELA CHEIA MARCA O HISTORICO COMO INCOMPLETO.
013040*----------------------------------------------------------------*
013050 5300-ANOTA-NOTA.
013060     MOVE CHT-PERIODO TO WS-PERIODO-BUSCA.
013070     PERFORM 5500-LOCALIZA-PERIODO THRU 5500-FIM.
013080     IF NOT ACHOU-PERIODO
013090         GO TO 5300-FIM
013100     END-IF.
013110     IF QTD-NOTAS-ALUNO NOT < WS-MAX-NOTAS-ALUNO
013120         MOVE "S" TO IND-ALUNO-INCOMPLETO
013130         ADD 1 TO CONT-FORA-ALUNO
013140         GO TO 5300-FIM
013150     END-IF.
013160     ADD 1 TO TPE-QTD-NOTAS(TPE-IDX).
013170     PERFORM 5800-LE-DISCIPLINA THRU 5800-FIM.
013180     ADD WS-CARGA-DISC TO TPE-CARGA(TPE-IDX).
013190     MOVE "N" TO IND-ACHOU-POSICAO.
013200     COMPUTE WS-POS-INSERCAO = QTD-NOTAS-ALUNO + 1.
013210     IF QTD-NOTAS-ALUNO > 0
013220         PERFORM 5310-PROCURA-NOTA THRU 5310-FIM
013230             VARYING TNA-IDX FROM 1 BY 1
013240                 UNTIL TNA-IDX > QTD-NOTAS-ALUNO
013250                    OR ACHOU-POSICAO
013260     END-IF.
013270     IF ACHOU-POSICAO
013280         SET TNA-IDX DOWN BY 1
013290         SET WS-POS-INSERCAO TO TNA-IDX
013300         PERFORM 5320-DESLOCA-UMA-NOTA THRU 5320-FIM
013310             VARYING WS-POS-ORIGEM FROM QTD-NOTAS-ALUNO BY -1
013320                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
013330     END-IF.
013340     ADD 1 TO QTD-NOTAS-ALUNO.
013350     SET TNA-IDX TO WS-POS-INSERCAO.
013360     MOVE WS-CHAVE-TNA TO TNA-CHAVE(TNA-IDX).
013370     MOVE WS-NOTA      TO TNA-NOTA(TNA-IDX).
013380 5300-FIM.
013390     EXIT.
013400*----------------------------------------------------------------*
013410 5310-PROCURA-NOTA.
013420     IF TNA-CHAVE(TNA-IDX) > WS-CHAVE-TNA
013430         MOVE "S" TO IND-ACHOU-POSICAO
013440     END-IF.
013450 5310-FIM.
013460     EXIT.
013470*----------------------------------------------------------------*
013480 5320-DESLOCA-UMA-NOTA.
013490     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
013500     MOVE TNA(WS-POS-ORIGEM) TO TNA(WS-POS-DESTINO).
013510 5320-FIM.
013520     EXIT.
013530*----------------------------------------------------------------*
013540*    5400-RESULTADOS-DO-ALUNO
013550*    LE OS RESULTADOS DO ALUNO NO MESTRE DE RESULTADOS A PARTIR DA
013560*    CHAVE TURMA + RA ATE TROCAR DE ALUNO. A EXCLUSAO NAO APAGA
013565*    RESULTADOS, ENTAO O DESLIGADO TAMBEM TEM OS SEUS AQUI. A
013570*    PROMOCAO E A TROCA DE RA TAMBEM NAO OS MOVEM: CADA CHAVE DO
013575*    ALUNO (5050) E LIDA, A ATUAL PRIMEIRO.
013580*----------------------------------------------------------------*
013590 5400-RESULTADOS-DO-ALUNO.
013600     IF SEM-RESULTADOS
013610         GO TO 5400-FIM
013620     END-IF.
013621     PERFORM 5405-RESULTADOS-DA-CHAVE THRU 5405-FIM
013622         VARYING CHV-IDX FROM 1 BY 1
013623         UNTIL CHV-IDX > QTD-CHAVES-ALUNO.
013624 5400-FIM.
013625     EXIT.
013626*----------------------------------------------------------------*
013627 5405-RESULTADOS-DA-CHAVE.
013630     MOVE "N" TO IND-FIM-RESULT-ALUNO.
013640     MOVE CHV-TURMA(CHV-IDX) TO RES-TURMA OF REG-RESULTADO.
013650     MOVE CHV-RA(CHV-IDX)    TO RES-RA OF REG-RESULTADO.
013660     MOVE LOW-VALUES       TO RES-PERIODO OF REG-RESULTADO.
013670     START ARQ-RESULTADOS
013680         KEY NOT < CHAVE-RESULTADO OF REG-RESULTADO
013690         INVALID KEY
013700             MOVE "S" TO IND-FIM-RESULT-ALUNO
013710     END-START.
013720     PERFORM 5410-LE-UM-RESULTADO THRU 5410-FIM
013730         UNTIL FIM-RESULT-ALUNO.
013740 5405-FIM.
013750     EXIT.
013751*----------------------------------------------------------------*
013752*    5410-LE-UM-RESULTADO
013753*    SO VALE O RESULTADO FECHADO ENQUANTO A CHAVE ERA DO ALUNO:
013754*    ATE A DATA EM QUE ELE A DEIXOU E DEPOIS DA DATA EM QUE A
013755*    RECEBEU. PERIODO JA COM RESULTADO DE CHAVE MAIS NOVA (O
013756*    REFECHAMENTO APOS A PROMOCAO GRAVA NA TURMA NOVA) FICA COMO
013757*    ESTA.
013760*----------------------------------------------------------------*
013770 5410-LE-UM-RESULTADO.
013780     READ ARQ-RESULTADOS NEXT RECORD
013790         AT END
013800             MOVE "S" TO IND-FIM-RESULT-ALUNO
013810     END-READ.
013820     IF FIM-RESULT-ALUNO
013830         GO TO 5410-FIM
013840     END-IF.
013850     IF RES-TURMA OF REG-RESULTADO NOT = CHV-TURMA(CHV-IDX)
013860        OR RES-RA OF REG-RESULTADO NOT = CHV-RA(CHV-IDX)
013870         MOVE "S" TO IND-FIM-RESULT-ALUNO
013871         GO TO 5410-FIM
013872     END-IF.
013873     IF RES-DATA-FECHAMENTO OF REG-RESULTADO
013874        > CHV-LIMITE-DATA(CHV-IDX)
013875         GO TO 5410-FIM
013876     END-IF.
013877     IF CHV-DESDE(CHV-IDX) > 0
013878        AND RES-DATA-FECHAMENTO OF REG-RESULTADO
013879            NOT > CHV-DESDE(CHV-IDX)
013880         GO TO 5410-FIM
013890     END-IF.
013900     MOVE RES-PERIODO OF REG-RESULTADO TO WS-PERIODO-BUSCA.
013910     PERFORM 5500-LOCALIZA-PERIODO THRU 5500-FIM.
013920     IF NOT ACHOU-PERIODO
013922         GO TO 5410-FIM
013924     END-IF.
013926     IF TPE-TEM-RESULTADO(TPE-IDX)
013930         GO TO 5410-FIM
013940     END-IF.
013950     MOVE "S" TO TPE-IND-RESULTADO(TPE-IDX).
013960     MOVE RES-MEDIA OF REG-RESULTADO    TO TPE-MEDIA(TPE-IDX).
013970     MOVE RES-SITUACAO OF REG-RESULTADO TO TPE-SITUACAO(TPE-IDX).
013980     MOVE RES-FREQUENCIA OF REG-RESULTADO
013990         TO TPE-FREQUENCIA(TPE-IDX).
014000     MOVE "N" TO TPE-IND-FREQ(TPE-IDX).
014010     IF RES-FREQ-APURADA OF REG-RESULTADO
014020         MOVE "S" TO TPE-IND-FREQ(TPE-IDX)
014030     END-IF.
014040     MOVE "N" TO TPE-IND-RECUPERACAO(TPE-IDX).
014050     IF RES-DECIDIDO-RECUPERACAO OF REG-RESULTADO
014060         MOVE "S" TO TPE-IND-RECUPERACAO(TPE-IDX)
014070     END-IF.
014080 5410-FIM.
014090     EXIT.
014100*----------------------------------------------------------------*
014110*    5500-LOCALIZA-PERIODO
014120*    POSICIONA TPE-IDX NO PERIODO DE WS-PERIODO-BUSCA, INCLUINDO-O
014130*    NA SUA ORDEM COM A SITUACAO NO CALENDARIO QUANDO AINDA NAO
014140*    ESTA NA TABELA DO ALUNO. TABELA CHEIA MARCA O HISTORICO COMO
014150*    INCOMPLETO.
014160*----------------------------------------------------------------*
014170 5500-LOCALIZA-PERIODO.
014180     MOVE "N" TO IND-ACHOU-PERIODO.
014190     MOVE "N" TO IND-ACHOU-POSICAO.
014200     COMPUTE WS-POS-INSERCAO = QTD-PERIODOS-ALUNO + 1.
014210     IF QTD-PERIODOS-ALUNO > 0
014220         PERFORM 5510-PROCURA-PERIODO THRU 5510-FIM
014230             VARYING TPE-IDX FROM 1 BY 1
014240                 UNTIL TPE-IDX > QTD-PERIODOS-ALUNO
014250                    OR ACHOU-POSICAO
014260     END-IF.
014270     IF ACHOU-POSICAO
014280         SET TPE-IDX DOWN BY 1
014290         SET WS-POS-INSERCAO TO TPE-IDX
014300         IF TPE-PERIODO(TPE-IDX) = WS-PERIODO-BUSCA
014310             MOVE "S" TO IND-ACHOU-PERIODO
014320             GO TO 5500-FIM
014330         END-IF
014340     END-IF.
014350     IF QTD-PERIODOS-ALUNO NOT < WS-MAX-PERIODOS-ALUNO
014360         MOVE "S" TO IND-ALUNO-INCOMPLETO
014370         ADD 1 TO CONT-FORA-ALUNO
014380         GO TO 5500-FIM
014390     END-IF.
014400     IF WS-POS-INSERCAO NOT > QTD-PERIODOS-ALUNO
014410         PERFORM 5520-DESLOCA-UM-PERIODO THRU 5520-FIM
014420             VARYING WS-POS-ORIGEM FROM QTD-PERIODOS-ALUNO BY -1
014430                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
014440     END-IF.
014450     ADD 1 TO QTD-PERIODOS-ALUNO.
014460     SET TPE-IDX TO WS-POS-INSERCAO.
014470     MOVE WS-PERIODO-BUSCA TO TPE-PERIODO(TPE-IDX).
014480     MOVE 0 TO TPE-QTD-NOTAS(TPE-IDX) TPE-CARGA(TPE-IDX)
014490               TPE-MEDIA(TPE-IDX) TPE-FREQUENCIA(TPE-IDX)
014500               TPE-DATA-FECHAMENTO(TPE-IDX).
014510     MOVE "N" TO TPE-IND-RESULTADO(TPE-IDX) TPE-IND-FREQ(TPE-IDX)
014520                 TPE-IND-RECUPERACAO(TPE-IDX).
014530     MOVE SPACES TO TPE-SITUACAO(TPE-IDX).
014540     MOVE WS-PERIODO-BUSCA TO PMS-CODIGO OF REG-PERIODO-MESTRE.
014550     READ ARQ-PERIODOS-MESTRE
014560         INVALID KEY
014570             MOVE SPACES TO TPE-SITUACAO-CAL(TPE-IDX)
014580         NOT INVALID KEY
014590             MOVE PMS-SITUACAO OF REG-PERIODO-MESTRE
014600                 TO TPE-SITUACAO-CAL(TPE-IDX)
014610             MOVE PMS-DATA-FECHAMENTO OF REG-PERIODO-MESTRE
014620                 TO TPE-DATA-FECHAMENTO(TPE-IDX)
014630     END-READ.
014640     MOVE "S" TO IND-ACHOU-PERIODO.
014650 5500-FIM.
014660     EXIT.
014670*----------------------------------------------------------------*
014680 5510-PROCURA-PERIODO.
014690     IF TPE-PERIODO(TPE-IDX) NOT < WS-PERIODO-BUSCA
014700         MOVE "S" TO IND-ACHOU-POSICAO
014710     END-IF.
014720 5510-FIM.
014730     EXIT.
014740*----------------------------------------------------------------*
014750 5520-DESLOCA-UM-PERIODO.
014760     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
014770     MOVE TPE(WS-POS-ORIGEM) TO TPE(WS-POS-DESTINO).
014780 5520-FIM.
014790     EXIT.
014800*----------------------------------------------------------------*
014810*    5600-CALCULA-COEFICIENTE
014820*    SOMA A MEDIA FINAL DE CADA PERIODO FECHADO COM RESULTADO,
014830*    PESADA PELA CARGA HORARIA CURSADA NELE (SEM CATALOGO, PELA
014840*    QUANTIDADE DE NOTAS), E DIVIDE PELA SOMA DOS PESOS.
014850*----------------------------------------------------------------*
014860 5600-CALCULA-COEFICIENTE.
014870     MOVE 0 TO SOMA-PONDERADA SOMA-PESOS WS-COEFICIENTE.
014880     MOVE "N" TO IND-TEM-COEFICIENTE.
014890     PERFORM 5610-SOMA-UM-PERIODO THRU 5610-FIM
014900         VARYING TPE-IDX FROM 1 BY 1
014910         UNTIL TPE-IDX > QTD-PERIODOS-ALUNO.
014920     IF SOMA-PESOS > 0
014930         COMPUTE WS-COEFICIENTE ROUNDED =
014940             SOMA-PONDERADA / SOMA-PESOS
014950         MOVE "S" TO IND-TEM-COEFICIENTE
014960     END-IF.
014970 5600-FIM.
014980     EXIT.
014990*----------------------------------------------------------------*
015000 5610-SOMA-UM-PERIODO.
015010     IF NOT TPE-FECHADO(TPE-IDX)
015020        OR NOT TPE-TEM-RESULTADO(TPE-IDX)
015030         GO TO 5610-FIM
015040     END-IF.
015050     IF SEM-CATALOGO
015060         MOVE TPE-QTD-NOTAS(TPE-IDX) TO WS-PESO-PERIODO
015070     ELSE
015080         MOVE TPE-CARGA(TPE-IDX)     TO WS-PESO-PERIODO
015090     END-IF.
015100     COMPUTE SOMA-PONDERADA = SOMA-PONDERADA
015110         + (TPE-MEDIA(TPE-IDX) * WS-PESO-PERIODO).
015120     ADD WS-PESO-PERIODO TO SOMA-PESOS.
015130 5610-FIM.
015140     EXIT.
015150*----------------------------------------------------------------*
015160*    5800-LE-DISCIPLINA
015170*    NOME E CARGA HORARIA DA DISCIPLINA DE CHT-DISCIPLINA NO
015180*    CATALOGO. SEM O CATALOGO OU COM CODIGO FORA DELE, O NOME E O
015190*    PROPRIO CODIGO E A CARGA HORARIA E ZERO.
015200*----------------------------------------------------------------*
015210 5800-LE-DISCIPLINA.
015220     MOVE CHT-DISCIPLINA TO WS-NOME-DISC.
015230     MOVE 0 TO WS-CARGA-DISC.
015240     IF SEM-CATALOGO
015250         GO TO 5800-FIM
015260     END-IF.
015270     MOVE CHT-DISCIPLINA TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
015280     READ ARQ-DISCIPLINAS-MESTRE
015290         INVALID KEY
015300             CONTINUE
015310         NOT INVALID KEY
015320             MOVE DMS-NOME OF REG-DISCIPLINA-MESTRE
015330                 TO WS-NOME-DISC
015340             MOVE DMS-CARGA-HORARIA OF REG-DISCIPLINA-MESTRE
015350                 TO WS-CARGA-DISC
015360     END-READ.
015370 5800-FIM.
015380     EXIT.
015390*----------------------------------------------------------------*
015400*    8000-IMPRIME-RESUMO
015410*    PAGINA FINAL COM OS TOTAIS DA EXECUCAO. PEDIDO RECUSADO OU
015416*    HISTORICO INCOMPLETO FAZ O PASSO TERMINAR COM RC=4, ASSIM
015422*    COMO ELO DO TRILHO DE AUDITORIA FORA DA TABELA.
015430*----------------------------------------------------------------*
015440 8000-IMPRIME-RESUMO.
015450     MOVE WS-DATA-HOJE TO CAB-DATA.
015460     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
015470     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
015480     MOVE SPACES TO WS-LINHA-TOTAL.
015490     MOVE "CARTOES DE PEDIDO LIDOS ...........:"
015500         TO TOTL-DESCRICAO.
015510     MOVE CONT-PEDIDOS-LIDOS TO TOTL-VALOR.
015520     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015530     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
015540     MOVE SPACES TO WS-LINHA-TOTAL.
015550     MOVE "PEDIDOS RECUSADOS .................:"
015560         TO TOTL-DESCRICAO.
015570     MOVE CONT-PEDIDOS-RECUSADOS TO TOTL-VALOR.
015580     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015590     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015600     MOVE SPACES TO WS-LINHA-TOTAL.
015610     MOVE "TURMAS APURADAS ...................:"
015620         TO TOTL-DESCRICAO.
015630     MOVE CONT-TURMAS-APURADAS TO TOTL-VALOR.
015640     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015650     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015660     MOVE SPACES TO WS-LINHA-TOTAL.
015670     MOVE "HISTORICOS EMITIDOS ...............:"
015680         TO TOTL-DESCRICAO.
015690     MOVE CONT-HISTORICOS-EMITIDOS TO TOTL-VALOR.
015700     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015710     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015720     MOVE SPACES TO WS-LINHA-TOTAL.
015730     MOVE "  DE ALUNOS DESLIGADOS ............:"
015740         TO TOTL-DESCRICAO.
015750     MOVE CONT-DESLIGADOS-EMITIDOS TO TOTL-VALOR.
015760     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015770     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015780     MOVE SPACES TO WS-LINHA-TOTAL.
015790     MOVE "ALUNOS/NOTAS FORA DA TABELA TURMA .:"
015800         TO TOTL-DESCRICAO.
015810     MOVE CONT-FORA-TABELAS TO TOTL-VALOR.
015820     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015830     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015840     MOVE SPACES TO WS-LINHA-TOTAL.
015850     MOVE "NOTAS/PERIODOS FORA DA TABELA ALUNO:"
015860         TO TOTL-DESCRICAO.
015870     MOVE CONT-FORA-ALUNO TO TOTL-VALOR.
015880     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015882     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015884     MOVE SPACES TO WS-LINHA-TOTAL.
015886     MOVE "ELOS DE CHAVE LIDOS DA AUDITORIA ..:"
015888         TO TOTL-DESCRICAO.
015890     MOVE QTD-ELOS TO TOTL-VALOR.
015892     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015894     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015896     MOVE SPACES TO WS-LINHA-TOTAL.
015898     MOVE "ELOS DE CHAVE FORA DA TABELA ......:"
015900         TO TOTL-DESCRICAO.
015902     MOVE CONT-FORA-ELOS TO TOTL-VALOR.
015904     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
015906     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
015908     IF CONT-PEDIDOS-RECUSADOS > 0
015910        OR CONT-FORA-TABELAS > 0
015920        OR CONT-FORA-ALUNO > 0
015925        OR CONT-FORA-ELOS > 0
015930         MOVE 4 TO RETURN-CODE
015940     END-IF.
015950 8000-FIM.
015960     EXIT.
015970*----------------------------------------------------------------*
015980 9999-FINALIZA.
015990     CLOSE ARQ-PEDIDOS.
016000     CLOSE ARQ-TURMAS-MESTRE.
016010     CLOSE ARQ-ALUNOS-MESTRE.
016020     CLOSE ARQ-NOTAS-MESTRE.
016030     CLOSE ARQ-PERIODOS-MESTRE.
016040     CLOSE ARQ-RELATORIO.
016050     IF NOT SEM-RESULTADOS
016060         CLOSE ARQ-RESULTADOS
016070     END-IF.
016080     IF NOT SEM-FREQUENCIA
016090         CLOSE ARQ-FREQ-MESTRE
016100     END-IF.
016110     IF NOT SEM-CATALOGO
016120         CLOSE ARQ-DISCIPLINAS-MESTRE
016130     END-IF.
016140     DISPLAY "HISTESC: " CONT-HISTORICOS-EMITIDOS
016150             " HISTORICOS EMITIDOS, " CONT-PEDIDOS-RECUSADOS
016160             " PEDIDOS RECUSADOS" UPON CONSOLE.
016170 9999-FIM.
016180     EXIT.
