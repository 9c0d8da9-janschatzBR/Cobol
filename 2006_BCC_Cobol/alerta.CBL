000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    ALERTA.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  ALERTA ANTECIPADO DE RISCO DE REPROVACAO. RODA COM O PERIODO  *
000120*  AINDA ABERTO (OU EM FECHAMENTO) E APONTA, ANTES DO FECHAMENTO *
000130*  (FECHPER), OS ALUNOS QUE PRECISAM DE ATENCAO EM CADA          *
000140*  DISCIPLINA: NOTA ABAIXO DA MEDIA MINIMA, FREQUENCIA ATUAL     *
000150*  ABAIXO DO MINIMO, OU FREQUENCIA MINIMA JA INALCANCAVEL MESMO  *
000160*  SEM NENHUMA FALTA NAS AULAS QUE RESTAM DA CARGA HORARIA DO    *
000170*  CATALOGO (DISCMST). O CARTAO (ALERPARM) E O MESMO DO          *
000180*  FECHAMENTO (COPIA FECHPRM): PERIODO, MEDIA MINIMA E           *
000190*  FREQUENCIA MINIMA, COM OS MESMOS VALORES ASSUMIDOS.           *
000200*  OS MESTRES DE NOTAS (NOTAMST) E DE FREQUENCIA (FREQMST) TEM A *
000210*  MESMA CHAVE E SAO LIDOS JUNTOS, EM BALANCO DE LINHA. O        *
000220*  RELATORIO (ALERREL) SAI POR TURMA E, DENTRO DA TURMA, POR     *
000230*  DISCIPLINA; O ARQUIVO DE CARTAS (ALERCART) TRAZ UM AVISO POR  *
000240*  ALUNO EM RISCO, COM O NOME DO MESTRE DE ALUNOS (ALUNMST), AS  *
000250*  DISCIPLINAS, A MEDIA E AS FALTAS. SOMENTE LEITURA.            *
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
000370     SELECT ARQ-PARAMETROS      ASSIGN TO ALERPARM
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS STATUS-ARQ-PARAMETROS.
000400
000410     SELECT ARQ-NOTAS-MESTRE    ASSIGN TO NOTAMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS NMS-CHAVE OF REG-NOTA-MESTRE
000450         FILE STATUS IS STATUS-ARQ-NOTAS.
000460
000470     SELECT ARQ-FREQ-MESTRE     ASSIGN TO FREQMST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000510         FILE STATUS IS STATUS-ARQ-FREQ.
000520
000530     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000570         FILE STATUS IS STATUS-ARQ-MESTRE.
000580
000590     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000630         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000640
000650     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000690         FILE STATUS IS STATUS-ARQ-PERIODOS.
000700
000710     SELECT ARQ-RELATORIO       ASSIGN TO ALERREL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS STATUS-ARQ-RELATORIO.
000740
000750     SELECT ARQ-CARTAS          ASSIGN TO ALERCART
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS STATUS-ARQ-CARTAS.
000780
000790*----------------------------------------------------------------*
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  ARQ-PARAMETROS
000830     LABEL RECORDS ARE STANDARD.
000840 01  REG-PARAMETRO.
000850     COPY FECHPRM.
000860
000870 FD  ARQ-NOTAS-MESTRE
000880     LABEL RECORDS ARE STANDARD.
000890 01  REG-NOTA-MESTRE.
000900     COPY NOTAC  REPLACING CHAVE-NOTA BY NMS-CHAVE
000910                           NT-TURMA BY NMS-TURMA
000920                           NT-RA BY NMS-RA
000930                           NT-DISCIPLINA BY NMS-DISCIPLINA
000940                           NT-PERIODO BY NMS-PERIODO
000950                           NT-NOTA BY NMS-NOTA.
000960
000970 FD  ARQ-FREQ-MESTRE
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-FREQ-MESTRE.
001000     COPY FREQC  REPLACING CHAVE-FREQ BY FMS-CHAVE
001010                           FQ-TURMA BY FMS-TURMA
001020                           FQ-RA BY FMS-RA
001030                           FQ-DISCIPLINA BY FMS-DISCIPLINA
001040                           FQ-PERIODO BY FMS-PERIODO
001050                           FQ-FALTAS BY FMS-FALTAS
001060                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
001070
001080 FD  ARQ-ALUNOS-MESTRE
001090     LABEL RECORDS ARE STANDARD.
001100 01  REG-ALUNO-MESTRE.
001110     COPY ESTUD  REPLACING CHAVE-ALUNO BY MST-CHAVE
001120                           TURMA BY MST-TURMA
001130                           RA BY MST-RA
001140                           NOME BY MST-NOME
001150                           SEXO BY MST-SEXO
001160                           IDADE BY MST-IDADE.
001170     COPY AJUSTE REPLACING RA-AJUSTADO BY MST-RA-AJUSTADO
001180                       IND-AJUSTE-APLICADO BY MST-IND-AJUSTE
001190                       AJUSTE-APLICADO BY MST-AJUST-APLIC
001200                       AJUSTE-NAO-APLICADO BY MST-AJUST-NAO-APL.
001210
001220 FD  ARQ-DISCIPLINAS-MESTRE
001230     LABEL RECORDS ARE STANDARD.
001240 01  REG-DISCIPLINA-MESTRE.
001250     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
001260                           DIS-NOME BY DMS-NOME
001270                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
001280                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
001290                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
001300                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
001310
001320 FD  ARQ-PERIODOS-MESTRE
001330     LABEL RECORDS ARE STANDARD.
001340 01  REG-PERIODO-MESTRE.
001350     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
001360                           PER-DATA-INICIO BY PMS-DATA-INICIO
001370                           PER-DATA-FIM BY PMS-DATA-FIM
001380                           PER-SITUACAO BY PMS-SITUACAO
001390                           PER-ABERTO BY PMS-ABERTO
001400                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
001410                           PER-FECHADO BY PMS-FECHADO
001420                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
001430
001440 FD  ARQ-RELATORIO
001450     LABEL RECORDS ARE STANDARD.
001460 01  REG-LINHA-RELATORIO         PIC X(132).
001470
001480 FD  ARQ-CARTAS
001490     LABEL RECORDS ARE STANDARD.
001500 01  REG-LINHA-CARTA             PIC X(80).
001510*----------------------------------------------------------------*
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------*
001540*    CONSTANTES
001550*----------------------------------------------------------------*
001560 77  WS-MEDIA-MINIMA-DEFAULT     PIC 9(02)V9(01) VALUE 5.0.
001570 77  WS-FREQ-MINIMA-DEFAULT      PIC 9(03) VALUE 75.
001580 77  WS-MAX-DISC-ALUNO           PIC 9(03) COMP VALUE 60.
001590 77  WS-MAX-DISC-TURMA           PIC 9(03) COMP VALUE 60.
001600 77  WS-MAX-ALERTA-TURMA         PIC 9(04) COMP VALUE 1000.
001610*----------------------------------------------------------------*
001620*    PARAMETROS DO ALERTA
001630*----------------------------------------------------------------*
001640 01  WS-PERIODO-ALERTA           PIC X(06) VALUE SPACES.
001650 01  WS-MEDIA-MINIMA             PIC 9(02)V9(01) VALUE 0.
001660 01  WS-MEDIA-MINIMA-X REDEFINES WS-MEDIA-MINIMA
001670                                 PIC X(03).
001680 01  WS-FREQ-MINIMA              PIC 9(03) VALUE 0.
001690 01  WS-FREQ-MINIMA-X REDEFINES WS-FREQ-MINIMA
001700                                 PIC X(03).
001710*----------------------------------------------------------------*
001720*    CHAVES DO BALANCO DE LINHA ENTRE NOTAS E FREQUENCIA (TURMA +
001730*    RA + DISCIPLINA; O PERIODO E FILTRADO NA LEITURA). FIM DE
001740*    ARQUIVO LEVA A CHAVE A HIGH-VALUES.
001750*----------------------------------------------------------------*
001760 01  WS-CHAVE-NOTA.
001770     05  CHN-TURMA               PIC X(04).
001780     05  CHN-RA                  PIC 9(06).
001790     05  CHN-DISCIPLINA          PIC X(06).
001800 01  WS-CHAVE-FREQ.
001810     05  CHF-TURMA               PIC X(04).
001820     05  CHF-RA                  PIC 9(06).
001830     05  CHF-DISCIPLINA          PIC X(06).
001840 01  WS-CHAVE-ATUAL.
001850     05  CHA-TURMA               PIC X(04).
001860     05  CHA-RA                  PIC 9(06).
001870     05  CHA-DISCIPLINA          PIC X(06).
001880*----------------------------------------------------------------*
001890*    CAMPOS DE TRABALHO DA AVALIACAO DE UMA DISCIPLINA
001900*----------------------------------------------------------------*
001910 01  WS-NOTA                     PIC 9(02)V9(01) VALUE 0.
001920 01  WS-FALTAS                   PIC 9(03) VALUE 0.
001930 01  WS-AULAS                    PIC 9(03) VALUE 0.
001940 01  WS-CARGA                    PIC 9(03) VALUE 0.
001950 01  WS-AULAS-PREVISTAS          PIC 9(03) VALUE 0.
001960 01  WS-AULAS-RESTANTES          PIC 9(03) VALUE 0.
001970 01  WS-PCT-FREQ                 PIC 9(03) VALUE 0.
001980 01  WS-PCT-MAXIMA               PIC 9(03) VALUE 0.
001990 01  WS-NOME-DISC                PIC X(30) VALUE SPACES.
002000 01  WS-MOTIVO                   PIC X(31) VALUE SPACES.
002010*----------------------------------------------------------------*
002020*    CONTROLE DAS QUEBRAS POR TURMA E POR ALUNO
002030*----------------------------------------------------------------*
002040 01  WS-TURMA-ATUAL              PIC X(04) VALUE SPACES.
002050 01  WS-RA-ATUAL                 PIC 9(06) VALUE 0.
002060 01  WS-NOME-ALUNO               PIC X(30) VALUE SPACES.
002070 01  QTD-NOTAS-ALUNO             PIC 9(03) COMP VALUE 0.
002080 01  SOMA-NOTAS-ALUNO            PIC 9(05)V9(01) VALUE 0.
002090 01  SOMA-FALTAS-ALUNO           PIC 9(05) COMP VALUE 0.
002100 01  WS-MEDIA-ALUNO              PIC 9(02)V9(02) VALUE 0.
002110 01  QTD-ALERTAS-ALUNO           PIC 9(03) COMP VALUE 0.
002120 01  QTD-ALUNOS-RISCO-TURMA      PIC 9(04) COMP VALUE 0.
002130 01  QTD-NA-DISCIPLINA           PIC 9(04) COMP VALUE 0.
002140*----------------------------------------------------------------*
002150*    TABELA DAS DISCIPLINAS EM RISCO DO ALUNO, GUARDADAS PARA A
002160*    CARTA, QUE SO E GRAVADA NA QUEBRA DE ALUNO
002170*----------------------------------------------------------------*
002180 01  TAB-DISC-ALUNO.
002190     02  ALU OCCURS 60 TIMES
002200             INDEXED BY ALU-IDX.
002210         05  ALU-DISCIPLINA          PIC X(06).
002220         05  ALU-NOME-DISC           PIC X(30).
002230         05  ALU-IND-NOTA            PIC X(01).
002240             88  ALU-TEM-NOTA            VALUE "S".
002250         05  ALU-NOTA                PIC 9(02)V9(01).
002260         05  ALU-FALTAS              PIC 9(03).
002270         05  ALU-MOTIVO              PIC X(31).
002280 01  QTD-DISC-ALUNO              PIC 9(03) COMP VALUE 0.
002290*----------------------------------------------------------------*
002300*    TABELAS DA TURMA: OS ALERTAS NA ORDEM DE LEITURA (RA) E AS
002310*    DISCIPLINAS COM ALERTA EM ORDEM DE CODIGO, PARA O RELATORIO
002320*    SAIR AGRUPADO POR DISCIPLINA NA QUEBRA DE TURMA
002330*----------------------------------------------------------------*
002340 01  TAB-ALERTA-TURMA.
002350     02  ALT OCCURS 1000 TIMES
002360             INDEXED BY ALT-IDX.
002370         05  ALT-DISCIPLINA          PIC X(06).
002380         05  ALT-RA                  PIC 9(06).
002390         05  ALT-NOME                PIC X(30).
002400         05  ALT-IND-NOTA            PIC X(01).
002410             88  ALT-TEM-NOTA            VALUE "S".
002420         05  ALT-NOTA                PIC 9(02)V9(01).
002430         05  ALT-IND-FREQ            PIC X(01).
002440             88  ALT-TEM-FREQ            VALUE "S".
002450         05  ALT-FALTAS              PIC 9(03).
002460         05  ALT-AULAS               PIC 9(03).
002470         05  ALT-PCT-FREQ            PIC 9(03).
002480         05  ALT-IND-CARGA           PIC X(01).
002490             88  ALT-TEM-CARGA           VALUE "S".
002500         05  ALT-RESTANTES           PIC 9(03).
002510         05  ALT-MOTIVO              PIC X(31).
002520 01  QTD-ALERTA-TURMA            PIC 9(04) COMP VALUE 0.
002530
002540 01  TAB-DISC-TURMA.
002550     02  DTU OCCURS 60 TIMES
002560             INDEXED BY DTU-IDX.
002570         05  DTU-DISCIPLINA          PIC X(06).
002580         05  DTU-NOME                PIC X(30).
002590         05  DTU-CARGA               PIC 9(03).
002600 01  QTD-DISC-TURMA              PIC 9(03) COMP VALUE 0.
002610 01  WS-POS-INSERCAO             PIC S9(04) COMP VALUE 0.
002620 01  WS-POS-ORIGEM               PIC S9(04) COMP VALUE 0.
002630 01  WS-POS-DESTINO              PIC S9(04) COMP VALUE 0.
002640*----------------------------------------------------------------*
002650*    CONTADORES DO ALERTA
002660*----------------------------------------------------------------*
002670 01  CONT-NOTAS-LIDAS            PIC 9(06) COMP VALUE 0.
002680 01  CONT-NOTAS-PERIODO          PIC 9(06) COMP VALUE 0.
002690 01  CONT-FREQ-LIDAS             PIC 9(06) COMP VALUE 0.
002700 01  CONT-FREQ-PERIODO           PIC 9(06) COMP VALUE 0.
002710 01  CONT-DISC-AVALIADAS         PIC 9(06) COMP VALUE 0.
002720 01  CONT-ALUNOS                 PIC 9(06) COMP VALUE 0.
002730 01  CONT-ALUNOS-RISCO           PIC 9(06) COMP VALUE 0.
002740 01  CONT-ALERTAS                PIC 9(06) COMP VALUE 0.
002750 01  CONT-ALERTA-MEDIA           PIC 9(06) COMP VALUE 0.
002760 01  CONT-ALERTA-FREQ            PIC 9(06) COMP VALUE 0.
002770 01  CONT-ALERTA-INALCANC        PIC 9(06) COMP VALUE 0.
002780 01  CONT-CARTAS                 PIC 9(06) COMP VALUE 0.
002790 01  CONT-SEM-CADASTRO           PIC 9(06) COMP VALUE 0.
002800 01  CONT-FORA-TABELA            PIC 9(06) COMP VALUE 0.
002810*----------------------------------------------------------------*
002820*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
002830*----------------------------------------------------------------*
002840 01  STATUS-ARQ-PARAMETROS       PIC X(02) VALUE "00".
002850 01  STATUS-ARQ-NOTAS            PIC X(02) VALUE "00".
002860 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
002870 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
002880 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
002890 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
002900 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
002910 01  STATUS-ARQ-CARTAS           PIC X(02) VALUE "00".
002920*----------------------------------------------------------------*
002930*    INDICADORES (CHAVES DE COMUTACAO)
002940*----------------------------------------------------------------*
002950 01  IND-FIM-NOTAS               PIC X(01) VALUE "N".
002960     88  FIM-ARQ-NOTAS               VALUE "S".
002970 01  IND-FIM-FREQ                PIC X(01) VALUE "N".
002980     88  FIM-ARQ-FREQ                VALUE "S".
002990 01  IND-NOTA-DO-PERIODO         PIC X(01) VALUE "N".
003000     88  NOTA-DO-PERIODO             VALUE "S".
003010 01  IND-FREQ-DO-PERIODO         PIC X(01) VALUE "N".
003020     88  FREQ-DO-PERIODO             VALUE "S".
003030 01  IND-SEM-FREQUENCIA          PIC X(01) VALUE "N".
003040     88  SEM-FREQUENCIA              VALUE "S".
003050 01  IND-SEM-CATALOGO            PIC X(01) VALUE "N".
003060     88  SEM-CATALOGO                VALUE "S".
003070 01  IND-ACHOU-ALUNO             PIC X(01) VALUE "N".
003080     88  ACHOU-ALUNO                 VALUE "S".
003090 01  IND-ACHOU-DISC              PIC X(01) VALUE "N".
003100     88  ACHOU-DISC                  VALUE "S".
003110 01  IND-TEM-NOTA                PIC X(01) VALUE "N".
003120     88  TEM-NOTA                    VALUE "S".
003130 01  IND-TEM-FREQ                PIC X(01) VALUE "N".
003140     88  TEM-FREQ                    VALUE "S".
003150 01  IND-TEM-CARGA               PIC X(01) VALUE "N".
003160     88  TEM-CARGA                   VALUE "S".
003170 01  IND-MEDIA-BAIXA             PIC X(01) VALUE "N".
003180     88  MEDIA-BAIXA                 VALUE "S".
003190 01  IND-FREQ-BAIXA              PIC X(01) VALUE "N".
003200     88  FREQ-BAIXA                  VALUE "S".
003210 01  IND-FREQ-INALCANCAVEL       PIC X(01) VALUE "N".
003220     88  FREQ-INALCANCAVEL           VALUE "S".
003230*----------------------------------------------------------------*
003240*    IDENTIFICACAO DA EXECUCAO
003250*----------------------------------------------------------------*
003260 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
003270*----------------------------------------------------------------*
003280*    LINHAS DO RELATORIO DE ALUNOS EM RISCO
003290*----------------------------------------------------------------*
003300 01  WS-LINHA-CABECALHO.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  CAB-TITULO              PIC X(34)
003330             VALUE "ALUNOS EM RISCO NO PERIODO".
003340     05  CAB-PERIODO             PIC X(06).
003350     05  FILLER                  PIC X(03) VALUE SPACES.
003360     05  CAB-LIT-TURMA           PIC X(06) VALUE "TURMA ".
003370     05  CAB-TURMA               PIC X(04).
003380     05  FILLER                  PIC X(05) VALUE SPACES.
003390     05  CAB-DATA                PIC 9(4)/99/99.
003400     05  FILLER                  PIC X(62) VALUE SPACES.
003410
003420 01  WS-LINHA-CRITERIOS.
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  CRI-LIT-MEDIA           PIC X(15) VALUE "MEDIA MINIMA: ".
003450     05  CRI-MEDIA               PIC Z9,9.
003460     05  FILLER                  PIC X(05) VALUE SPACES.
003470     05  CRI-LIT-FREQ            PIC X(20)
003480             VALUE "FREQUENCIA MINIMA: ".
003490     05  CRI-FREQ                PIC ZZ9.
003500     05  CRI-LIT-PCT             PIC X(02) VALUE " %".
003510     05  FILLER                  PIC X(05) VALUE SPACES.
003520     05  CRI-LIT-SITUACAO        PIC X(22)
003530             VALUE "SITUACAO DO PERIODO: ".
003540     05  CRI-SITUACAO            PIC X(01).
003550     05  FILLER                  PIC X(53) VALUE SPACES.
003560
003570 01  WS-LINHA-DISCIPLINA.
003580     05  FILLER                  PIC X(02) VALUE SPACES.
003590     05  DSC-LIT                 PIC X(12) VALUE "DISCIPLINA: ".
003600     05  DSC-CODIGO              PIC X(06).
003610     05  DSC-LIT-TRACO           PIC X(03) VALUE " - ".
003620     05  DSC-NOME                PIC X(30).
003630     05  FILLER                  PIC X(04) VALUE SPACES.
003640     05  DSC-LIT-CARGA           PIC X(15)
003650             VALUE "CARGA HORARIA: ".
003660     05  DSC-CARGA               PIC ZZ9.
003670     05  FILLER                  PIC X(57) VALUE SPACES.
003680
003690 01  WS-LINHA-COLUNAS.
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  COL-RA                  PIC X(10) VALUE "RA".
003720     05  COL-NOME                PIC X(32) VALUE "NOME".
003730     05  COL-NOTA                PIC X(08) VALUE "NOTA".
003740     05  COL-FALTAS              PIC X(07) VALUE "FALTAS".
003750     05  COL-AULAS               PIC X(07) VALUE "AULAS".
003760     05  COL-FREQ                PIC X(07) VALUE "FREQ %".
003770     05  COL-RESTAM              PIC X(07) VALUE "RESTAM".
003780     05  COL-ALERTA              PIC X(31) VALUE "ALERTA".
003790     05  FILLER                  PIC X(21) VALUE SPACES.
003800
003810 01  WS-LINHA-DETALHE.
003820     05  FILLER                  PIC X(02) VALUE SPACES.
003830     05  DET-RA                  PIC Z(5)9.
003840     05  FILLER                  PIC X(04) VALUE SPACES.
003850     05  DET-NOME                PIC X(30).
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  DET-NOTA                PIC Z9,9.
003880     05  FILLER                  PIC X(04) VALUE SPACES.
003890     05  DET-FALTAS              PIC ZZ9.
003900     05  FILLER                  PIC X(04) VALUE SPACES.
003910     05  DET-AULAS               PIC ZZ9.
003920     05  FILLER                  PIC X(04) VALUE SPACES.
003930     05  DET-FREQ                PIC ZZ9.
003940     05  FILLER                  PIC X(04) VALUE SPACES.
003950     05  DET-RESTAM              PIC ZZ9.
003960     05  FILLER                  PIC X(04) VALUE SPACES.
003970     05  DET-ALERTA              PIC X(31).
003980     05  FILLER                  PIC X(21) VALUE SPACES.
003990
004000 01  WS-LINHA-SUBTOTAL.
004010     05  FILLER                  PIC X(04) VALUE SPACES.
004020     05  SUB-DESCRICAO           PIC X(36).
004030     05  SUB-VALOR               PIC Z(5)9.
004040     05  FILLER                  PIC X(86) VALUE SPACES.
004050
004060 01  WS-LINHA-RODAPE.
004070     05  FILLER                  PIC X(02) VALUE SPACES.
004080     05  ROD-DESCRICAO           PIC X(36).
004090     05  ROD-VALOR               PIC ZZ9.
004100     05  FILLER                  PIC X(91) VALUE SPACES.
004110
004120 01  WS-LINHA-TOT-TITULO.
004130     05  FILLER                  PIC X(02) VALUE SPACES.
004140     05  TOTT-TEXTO              PIC X(40)
004150             VALUE "TOTAIS DO ALERTA DE RISCO".
004160     05  FILLER                  PIC X(90) VALUE SPACES.
004170
004180 01  WS-LINHA-TOTAL.
004190     05  FILLER                  PIC X(02) VALUE SPACES.
004200     05  TOTL-DESCRICAO          PIC X(40).
004210     05  TOTL-VALOR              PIC Z(8)9.
004220     05  FILLER                  PIC X(81) VALUE SPACES.
004230
004240 01  WS-LINHA-AVISO.
004250     05  FILLER                  PIC X(02) VALUE SPACES.
004260     05  AVI-TEXTO               PIC X(70).
004270     05  FILLER                  PIC X(60) VALUE SPACES.
004280*----------------------------------------------------------------*
004290*    LINHAS DA CARTA DE AVISO AO ALUNO (80 COLUNAS)
004300*----------------------------------------------------------------*
004310 01  WS-CARTA-TIMBRE.
004320     05  FILLER                  PIC X(02) VALUE SPACES.
004330     05  CTI-TEXTO               PIC X(20)
004340             VALUE "SECRETARIA ACADEMICA".
004350     05  FILLER                  PIC X(48) VALUE SPACES.
004360     05  CTI-DATA                PIC 9(4)/99/99.
004370
004380 01  WS-CARTA-TITULO.
004390     05  FILLER                  PIC X(02) VALUE SPACES.
004400     05  CTT-TEXTO               PIC X(44)
004410             VALUE "AVISO DE ACOMPANHAMENTO ACADEMICO - PERIODO ".
004420     05  CTT-PERIODO             PIC X(06).
004430     05  FILLER                  PIC X(28) VALUE SPACES.
004440
004450 01  WS-CARTA-ALUNO.
004460     05  FILLER                  PIC X(02) VALUE SPACES.
004470     05  CTA-LIT-NOME            PIC X(10) VALUE "ALUNO(A): ".
004480     05  CTA-NOME                PIC X(30).
004490     05  FILLER                  PIC X(02) VALUE SPACES.
004500     05  CTA-LIT-TURMA           PIC X(07) VALUE "TURMA: ".
004510     05  CTA-TURMA               PIC X(04).
004520     05  FILLER                  PIC X(02) VALUE SPACES.
004530     05  CTA-LIT-RA              PIC X(04) VALUE "RA: ".
004540     05  CTA-RA                  PIC 9(06).
004550     05  FILLER                  PIC X(13) VALUE SPACES.
004560
004570 01  WS-CARTA-TEXTO.
004580     05  FILLER                  PIC X(02) VALUE SPACES.
004590     05  CTX-TEXTO               PIC X(78).
004600
004610 01  WS-CARTA-COLUNAS.
004620     05  FILLER                  PIC X(02) VALUE SPACES.
004630     05  CCO-DISCIPLINA          PIC X(33) VALUE "DISCIPLINA".
004640     05  CCO-NOTA                PIC X(07) VALUE "NOTA".
004650     05  CCO-FALTAS              PIC X(06) VALUE "FALTAS".
004660     05  CCO-SITUACAO            PIC X(32) VALUE "SITUACAO".
004670
004680 01  WS-CARTA-DISCIPLINA.
004690     05  FILLER                  PIC X(02) VALUE SPACES.
004700     05  CDI-CODIGO              PIC X(06).
004710     05  FILLER                  PIC X(01) VALUE SPACES.
004720     05  CDI-NOME                PIC X(24).
004730     05  FILLER                  PIC X(02) VALUE SPACES.
004740     05  CDI-NOTA                PIC Z9,9.
004750     05  FILLER                  PIC X(04) VALUE SPACES.
004760     05  CDI-FALTAS              PIC ZZ9.
004770     05  FILLER                  PIC X(02) VALUE SPACES.
004780     05  CDI-MOTIVO              PIC X(31).
004790     05  FILLER                  PIC X(01) VALUE SPACES.
004800
004810 01  WS-CARTA-RESUMO.
004820     05  FILLER                  PIC X(02) VALUE SPACES.
004830     05  CRS-DESCRICAO           PIC X(32).
004840     05  CRS-VALOR               PIC X(20).
004850     05  FILLER                  PIC X(26) VALUE SPACES.
004860
004870 01  WS-MEDIA-EDIT               PIC Z9,99.
004880 01  WS-FALTAS-EDIT              PIC ZZZZ9.
004890 01  WS-NOTA-EDIT                PIC Z9,9.
004900 01  WS-FREQ-EDIT                PIC ZZ9.
004910*----------------------------------------------------------------*
004920 PROCEDURE DIVISION.
004930*----------------------------------------------------------------*
004940 0000-MAINLINE.
004950     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
004960     PERFORM 2000-CARREGA-PARAMETROS THRU 2000-FIM.
004970     PERFORM 3000-PROCESSA-MESTRES   THRU 3000-FIM.
004980     PERFORM 6000-IMPRIME-TOTAIS     THRU 6000-FIM.
004990     PERFORM 9999-FINALIZA           THRU 9999-FIM.
005000     STOP RUN.
005010*----------------------------------------------------------------*
005020*    1000-INICIALIZACAO
005030*    ABRE OS ARQUIVOS DO ALERTA. TODOS OS MESTRES SAO ABERTOS SO
005040*    EM INPUT. FREQUENCIA E CATALOGO SAO OPCIONAIS, COMO NO
005050*    FECHAMENTO: SEM FREQMST O ALERTA OLHA SO AS NOTAS; SEM
005060*    DISCMST NAO HA CARGA HORARIA E A FREQUENCIA INALCANCAVEL NAO
005070*    E APURADA.
005080*----------------------------------------------------------------*
005090 1000-INICIALIZACAO.
005100     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
005110     MOVE 0 TO CONT-NOTAS-LIDAS CONT-NOTAS-PERIODO CONT-FREQ-LIDAS
005120               CONT-FREQ-PERIODO CONT-DISC-AVALIADAS CONT-ALUNOS
005130               CONT-ALUNOS-RISCO CONT-ALERTAS CONT-ALERTA-MEDIA
005140               CONT-ALERTA-FREQ CONT-ALERTA-INALCANC CONT-CARTAS
005150               CONT-SEM-CADASTRO CONT-FORA-TABELA.
005160     MOVE "N" TO IND-FIM-NOTAS IND-FIM-FREQ.
005170     MOVE SPACES TO WS-TURMA-ATUAL.
005180     MOVE 0 TO WS-RA-ATUAL.
005190     OPEN INPUT  ARQ-PARAMETROS.
005200     OPEN INPUT  ARQ-NOTAS-MESTRE.
005210     OPEN INPUT  ARQ-ALUNOS-MESTRE.
005220     OPEN INPUT  ARQ-PERIODOS-MESTRE.
005230     OPEN OUTPUT ARQ-RELATORIO.
005240     OPEN OUTPUT ARQ-CARTAS.
005250     OPEN INPUT ARQ-FREQ-MESTRE.
005260     IF STATUS-ARQ-FREQ = "35"
005270         MOVE "S" TO IND-SEM-FREQUENCIA
005280     ELSE
005290         IF STATUS-ARQ-FREQ NOT = "00"
005300             DISPLAY "ALERTA: ERRO AO ABRIR FREQMST - STATUS "
005310                     STATUS-ARQ-FREQ UPON CONSOLE
005320             MOVE 16 TO RETURN-CODE
005330             STOP RUN
005340         END-IF
005350     END-IF.
005360     OPEN INPUT ARQ-DISCIPLINAS-MESTRE.
005370     IF STATUS-ARQ-DISCIPLINAS = "35"
005380         MOVE "S" TO IND-SEM-CATALOGO
005390     ELSE
005400         IF STATUS-ARQ-DISCIPLINAS NOT = "00"
005410             DISPLAY "ALERTA: ERRO AO ABRIR DISCMST - STATUS "
005420                     STATUS-ARQ-DISCIPLINAS UPON CONSOLE
005430             MOVE 16 TO RETURN-CODE
005440             STOP RUN
005450         END-IF
005460     END-IF.
005470     IF STATUS-ARQ-PARAMETROS NOT = "00"
005480         DISPLAY "ALERTA: ERRO AO ABRIR ALERPARM - STATUS "
005490                 STATUS-ARQ-PARAMETROS UPON CONSOLE
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     IF STATUS-ARQ-NOTAS NOT = "00"
005540         DISPLAY "ALERTA: ERRO AO ABRIR NOTAMST - STATUS "
005550                 STATUS-ARQ-NOTAS UPON CONSOLE
005560         MOVE 16 TO RETURN-CODE
005570         STOP RUN
005580     END-IF.
005590     IF STATUS-ARQ-MESTRE NOT = "00"
005600         DISPLAY "ALERTA: ERRO AO ABRIR ALUNMST - STATUS "
005610                 STATUS-ARQ-MESTRE UPON CONSOLE
005620         MOVE 16 TO RETURN-CODE
005630         STOP RUN
005640     END-IF.
005650     IF STATUS-ARQ-PERIODOS NOT = "00"
005660         DISPLAY "ALERTA: ERRO AO ABRIR PERIMST - STATUS "
005670                 STATUS-ARQ-PERIODOS UPON CONSOLE
005680         MOVE 16 TO RETURN-CODE
005690         STOP RUN
005700     END-IF.
005710     IF STATUS-ARQ-RELATORIO NOT = "00"
005720         DISPLAY "ALERTA: ERRO AO ABRIR ALERREL - STATUS "
005730                 STATUS-ARQ-RELATORIO UPON CONSOLE
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     IF STATUS-ARQ-CARTAS NOT = "00"
005780         DISPLAY "ALERTA: ERRO AO ABRIR ALERCART - STATUS "
005790                 STATUS-ARQ-CARTAS UPON CONSOLE
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830 1000-FIM.
005840     EXIT.
005850*----------------------------------------------------------------*
005860*    2000-CARREGA-PARAMETROS
005870*    LE O CARTAO NO LAYOUT DO FECHAMENTO (FECHPRM). SO O PERIODO,
005880*    A MEDIA MINIMA E A FREQUENCIA MINIMA SAO USADOS; A FAIXA DE
005890*    RECUPERACAO E A PASSAGEM SAO IGNORADAS. O PERIODO E
005900*    OBRIGATORIO E TEM DE ESTAR NO CALENDARIO SEM ESTAR FECHADO
005910*    (2100): DEPOIS DO FECHAMENTO O QUE VALE E O RELATORIO DO
005920*    FECHPER.
005930*----------------------------------------------------------------*
005940 2000-CARREGA-PARAMETROS.
005950     MOVE WS-MEDIA-MINIMA-DEFAULT TO WS-MEDIA-MINIMA.
005960     MOVE WS-FREQ-MINIMA-DEFAULT  TO WS-FREQ-MINIMA.
005970     READ ARQ-PARAMETROS
005980         AT END
005990             CONTINUE
006000         NOT AT END
006010             MOVE FCH-PRM-PERIODO TO WS-PERIODO-ALERTA
006020             IF FCH-PRM-MEDIA-MINIMA NUMERIC
006030                 MOVE FCH-PRM-MEDIA-MINIMA TO WS-MEDIA-MINIMA-X
006040             END-IF
006050             IF FCH-PRM-FREQ-MINIMA NUMERIC
006060                 MOVE FCH-PRM-FREQ-MINIMA TO WS-FREQ-MINIMA-X
006070             END-IF
006080     END-READ.
006090     CLOSE ARQ-PARAMETROS.
006100     IF WS-PERIODO-ALERTA = SPACES
006110         DISPLAY "ALERTA: PERIODO NAO INFORMADO NO CARTAO "
006120                 "ALERPARM - ALERTA ABANDONADO" UPON CONSOLE
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160     PERFORM 2100-CONFERE-PERIODO THRU 2100-FIM.
006170 2000-FIM.
006180     EXIT.
006190*----------------------------------------------------------------*
006200*    2100-CONFERE-PERIODO
006210*    O ALERTA SO FAZ SENTIDO ENQUANTO AINDA HA AULAS E PROVAS PELA
006220*    FRENTE: PERIODO ABERTO (A) OU EM FECHAMENTO (E). PERIODO FORA
006230*    DO CALENDARIO OU JA FECHADO ABANDONA O ALERTA.
006240*----------------------------------------------------------------*
006250 2100-CONFERE-PERIODO.
006260     MOVE WS-PERIODO-ALERTA TO PMS-CODIGO OF REG-PERIODO-MESTRE.
006270     READ ARQ-PERIODOS-MESTRE
006280         INVALID KEY
006290             DISPLAY "ALERTA: PERIODO " WS-PERIODO-ALERTA
006300                     " INEXISTENTE NO CALENDARIO PERIMST - "
006310                     "ALERTA ABANDONADO" UPON CONSOLE
006320             MOVE 16 TO RETURN-CODE
006330             STOP RUN
006340     END-READ.
006350     IF PMS-FECHADO OF REG-PERIODO-MESTRE
006360         DISPLAY "ALERTA: PERIODO " WS-PERIODO-ALERTA
006370                 " JA ESTA FECHADO - ALERTA ABANDONADO"
006380                 UPON CONSOLE
006390         MOVE 16 TO RETURN-CODE
006400         STOP RUN
006410     END-IF.
006420 2100-FIM.
006430     EXIT.
006440*----------------------------------------------------------------*
006450*    3000-PROCESSA-MESTRES
006460*    BALANCO DE LINHA ENTRE O MESTRE DE NOTAS E O DE FREQUENCIA,
006470*    AMBOS NA ORDEM TURMA + RA + DISCIPLINA. CADA CHAVE E AVALIADA
006480*    UMA VEZ, COM A NOTA, A FREQUENCIA OU AS DUAS. A CADA TROCA DE
006490*    ALUNO SAI A CARTA; A CADA TROCA DE TURMA, O RELATORIO.
006500*----------------------------------------------------------------*
006510 3000-PROCESSA-MESTRES.
006520     PERFORM 3100-LER-PROXIMA-NOTA THRU 3100-FIM.
006530     PERFORM 3150-LER-PROXIMA-FREQ THRU 3150-FIM.
006540     PERFORM 3200-PROCESSA-UMA-CHAVE THRU 3200-FIM
006550         UNTIL FIM-ARQ-NOTAS AND FIM-ARQ-FREQ.
006560     IF WS-TURMA-ATUAL NOT = SPACES
006570         PERFORM 3600-FECHA-ALUNO THRU 3600-FIM
006580         PERFORM 3700-FECHA-TURMA THRU 3700-FIM
006590     END-IF.
006600 3000-FIM.
006610     EXIT.
006620*----------------------------------------------------------------*
006630*    3100-LER-PROXIMA-NOTA
006640*    AVANCA NO MESTRE DE NOTAS ATE A PROXIMA NOTA DO PERIODO DO
006650*    CARTAO. NO FIM DO ARQUIVO A CHAVE FICA EM HIGH-VALUES.
006660*----------------------------------------------------------------*
006670 3100-LER-PROXIMA-NOTA.
006680     MOVE "N" TO IND-NOTA-DO-PERIODO.
006690     PERFORM 3110-LE-UMA-NOTA THRU 3110-FIM
006700         UNTIL NOTA-DO-PERIODO OR FIM-ARQ-NOTAS.
006710 3100-FIM.
006720     EXIT.
006730*----------------------------------------------------------------*
006740 3110-LE-UMA-NOTA.
006750     READ ARQ-NOTAS-MESTRE
006760         AT END
006770             MOVE "S" TO IND-FIM-NOTAS
006780             MOVE HIGH-VALUES TO WS-CHAVE-NOTA
006790         NOT AT END
006800             ADD 1 TO CONT-NOTAS-LIDAS
006810     END-READ.
006820     IF FIM-ARQ-NOTAS
006830         GO TO 3110-FIM
006840     END-IF.
006850     IF NMS-PERIODO OF REG-NOTA-MESTRE NOT = WS-PERIODO-ALERTA
006860         GO TO 3110-FIM
006870     END-IF.
006880     MOVE "S" TO IND-NOTA-DO-PERIODO.
006890     ADD 1 TO CONT-NOTAS-PERIODO.
006900     MOVE NMS-TURMA OF REG-NOTA-MESTRE      TO CHN-TURMA.
006910     MOVE NMS-RA OF REG-NOTA-MESTRE         TO CHN-RA.
006920     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE TO CHN-DISCIPLINA.
006930 3110-FIM.
006940     EXIT.
006950*----------------------------------------------------------------*
006960*    3150-LER-PROXIMA-FREQ
006970*    MESMA LEITURA, NO MESTRE DE FREQUENCIA. SEM O MESTRE, O
006980*    LADO DA FREQUENCIA COMECA JA NO FIM.
006990*----------------------------------------------------------------*
007000 3150-LER-PROXIMA-FREQ.
007010     IF SEM-FREQUENCIA
007020         MOVE "S" TO IND-FIM-FREQ
007030         MOVE HIGH-VALUES TO WS-CHAVE-FREQ
007040         GO TO 3150-FIM
007050     END-IF.
007060     MOVE "N" TO IND-FREQ-DO-PERIODO.
007070     PERFORM 3160-LE-UMA-FREQ THRU 3160-FIM
007080         UNTIL FREQ-DO-PERIODO OR FIM-ARQ-FREQ.
007090 3150-FIM.
007100     EXIT.
007110*----------------------------------------------------------------*
007120 3160-LE-UMA-FREQ.
007130     READ ARQ-FREQ-MESTRE
007140         AT END
007150             MOVE "S" TO IND-FIM-FREQ
007160             MOVE HIGH-VALUES TO WS-CHAVE-FREQ
007170         NOT AT END
007180             ADD 1 TO CONT-FREQ-LIDAS
007190     END-READ.
007200     IF FIM-ARQ-FREQ
007210         GO TO 3160-FIM
007220     END-IF.
007230     IF FMS-PERIODO OF REG-FREQ-MESTRE NOT = WS-PERIODO-ALERTA
007240         GO TO 3160-FIM
007250     END-IF.
007260     MOVE "S" TO IND-FREQ-DO-PERIODO.
007270     ADD 1 TO CONT-FREQ-PERIODO.
007280     MOVE FMS-TURMA OF REG-FREQ-MESTRE      TO CHF-TURMA.
007290     MOVE FMS-RA OF REG-FREQ-MESTRE         TO CHF-RA.
007300     MOVE FMS-DISCIPLINA OF REG-FREQ-MESTRE TO CHF-DISCIPLINA.
007310 3160-FIM.
007320     EXIT.
007330*----------------------------------------------------------------*
007340*    3200-PROCESSA-UMA-CHAVE
007350*    TOMA A MENOR DAS DUAS CHAVES; O LADO (OU OS DOIS LADOS) COM
007360*    ESSA CHAVE FORNECE OS DADOS E AVANCA. DEPOIS TRATA AS
007370*    QUEBRAS DE TURMA E DE ALUNO E AVALIA A DISCIPLINA.
007380*----------------------------------------------------------------*
007390 3200-PROCESSA-UMA-CHAVE.
007400     IF WS-CHAVE-NOTA NOT > WS-CHAVE-FREQ
007410         MOVE WS-CHAVE-NOTA TO WS-CHAVE-ATUAL
007420     ELSE
007430         MOVE WS-CHAVE-FREQ TO WS-CHAVE-ATUAL
007440     END-IF.
007450     MOVE "N" TO IND-TEM-NOTA IND-TEM-FREQ.
007460     MOVE 0 TO WS-NOTA WS-FALTAS WS-AULAS.
007470     IF WS-CHAVE-NOTA = WS-CHAVE-ATUAL
007480         MOVE "S" TO IND-TEM-NOTA
007490         MOVE NMS-NOTA OF REG-NOTA-MESTRE TO WS-NOTA
007500         PERFORM 3100-LER-PROXIMA-NOTA THRU 3100-FIM
007510     END-IF.
007520     IF WS-CHAVE-FREQ = WS-CHAVE-ATUAL
007530         MOVE "S" TO IND-TEM-FREQ
007540         MOVE FMS-FALTAS OF REG-FREQ-MESTRE      TO WS-FALTAS
007550         MOVE FMS-AULAS-DADAS OF REG-FREQ-MESTRE TO WS-AULAS
007560         PERFORM 3150-LER-PROXIMA-FREQ THRU 3150-FIM
007570     END-IF.
007580     IF CHA-TURMA NOT = WS-TURMA-ATUAL
007590         IF WS-TURMA-ATUAL NOT = SPACES
007600             PERFORM 3600-FECHA-ALUNO THRU 3600-FIM
007610             PERFORM 3700-FECHA-TURMA THRU 3700-FIM
007620         END-IF
007630         PERFORM 3300-ABRE-TURMA THRU 3300-FIM
007640         PERFORM 3400-ABRE-ALUNO THRU 3400-FIM
007650     ELSE
007660         IF CHA-RA NOT = WS-RA-ATUAL
007670             PERFORM 3600-FECHA-ALUNO THRU 3600-FIM
007680             PERFORM 3400-ABRE-ALUNO THRU 3400-FIM
007690         END-IF
007700     END-IF.
007710     PERFORM 3500-AVALIA-DISCIPLINA THRU 3500-FIM.
007720 3200-FIM.
007730     EXIT.
007740*----------------------------------------------------------------*
007750 3300-ABRE-TURMA.
007760     MOVE CHA-TURMA TO WS-TURMA-ATUAL.
007770     MOVE 0 TO QTD-ALERTA-TURMA QTD-DISC-TURMA
007780               QTD-ALUNOS-RISCO-TURMA.
007790 3300-FIM.
007800     EXIT.
007810*----------------------------------------------------------------*
007820*    3400-ABRE-ALUNO
007830*    ZERA OS ACUMULADORES DO ALUNO E BUSCA O NOME NO MESTRE DE
007840*    ALUNOS, UMA VEZ SO, PARA O RELATORIO E PARA A CARTA.
007850*----------------------------------------------------------------*
007860 3400-ABRE-ALUNO.
007870     MOVE CHA-RA TO WS-RA-ATUAL.
007880     MOVE 0 TO QTD-NOTAS-ALUNO SOMA-NOTAS-ALUNO SOMA-FALTAS-ALUNO
007890               QTD-ALERTAS-ALUNO QTD-DISC-ALUNO.
007900     ADD 1 TO CONT-ALUNOS.
007910     MOVE "N" TO IND-ACHOU-ALUNO.
007920     MOVE WS-TURMA-ATUAL TO MST-TURMA OF REG-ALUNO-MESTRE.
007930     MOVE WS-RA-ATUAL    TO MST-RA OF REG-ALUNO-MESTRE.
007940     READ ARQ-ALUNOS-MESTRE
007950         INVALID KEY
007960             CONTINUE
007970         NOT INVALID KEY
007980             MOVE "S" TO IND-ACHOU-ALUNO
007990     END-READ.
008000     IF ACHOU-ALUNO
008010         MOVE MST-NOME OF REG-ALUNO-MESTRE TO WS-NOME-ALUNO
008020     ELSE
008030         MOVE "*** NAO CADASTRADO ***" TO WS-NOME-ALUNO
008040     END-IF.
008050 3400-FIM.
008060     EXIT.
008070*----------------------------------------------------------------*
008080*    3500-AVALIA-DISCIPLINA
008090*    TRES ALERTAS POSSIVEIS PARA O ALUNO NA DISCIPLINA:
008100*    - NOTA ABAIXO DA MEDIA MINIMA DO CARTAO;
008110*    - FREQUENCIA ATUAL (AULAS DADAS - FALTAS) ABAIXO DO MINIMO;
008120*    - FREQUENCIA MINIMA INALCANCAVEL: MESMO SEM FALTAR A MAIS
008130*      NENHUMA DAS AULAS QUE RESTAM DA CARGA HORARIA DO CATALOGO,
008140*      O ALUNO NAO CHEGA AO MINIMO. SE JA FORAM DADAS MAIS AULAS
008150*      QUE A CARGA, VALEM AS AULAS DADAS E NAO RESTA NENHUMA.
008160*    OS PERCENTUAIS SAO ARREDONDADOS COMO NO FECHAMENTO.
008170*----------------------------------------------------------------*
008180 3500-AVALIA-DISCIPLINA.
008190     ADD 1 TO CONT-DISC-AVALIADAS.
008200     MOVE "N" TO IND-MEDIA-BAIXA IND-FREQ-BAIXA
008210                 IND-FREQ-INALCANCAVEL IND-TEM-CARGA.
008220     MOVE 0 TO WS-PCT-FREQ WS-PCT-MAXIMA WS-AULAS-RESTANTES.
008230     MOVE CHA-DISCIPLINA TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
008240     PERFORM 3510-LE-DISCIPLINA THRU 3510-FIM.
008250     IF TEM-NOTA
008260         ADD 1 TO QTD-NOTAS-ALUNO
008270         ADD WS-NOTA TO SOMA-NOTAS-ALUNO
008280         IF WS-NOTA < WS-MEDIA-MINIMA
008290             MOVE "S" TO IND-MEDIA-BAIXA
008300         END-IF
008310     END-IF.
008320     IF NOT TEM-FREQ
008330         GO TO 3500-GUARDA
008340     END-IF.
008350     ADD WS-FALTAS TO SOMA-FALTAS-ALUNO.
008360     IF WS-AULAS > 0
008370         IF WS-FALTAS NOT < WS-AULAS
008380             MOVE 0 TO WS-PCT-FREQ
008390         ELSE
008400             COMPUTE WS-PCT-FREQ ROUNDED =
008410                 ((WS-AULAS - WS-FALTAS) * 100) / WS-AULAS
008420         END-IF
008430         IF WS-PCT-FREQ < WS-FREQ-MINIMA
008440             MOVE "S" TO IND-FREQ-BAIXA
008450         END-IF
008460     END-IF.
008470     IF NOT TEM-CARGA
008480         GO TO 3500-GUARDA
008490     END-IF.
008500     MOVE WS-CARGA TO WS-AULAS-PREVISTAS.
008510     IF WS-AULAS > WS-AULAS-PREVISTAS
008520         MOVE WS-AULAS TO WS-AULAS-PREVISTAS
008530     END-IF.
008540     COMPUTE WS-AULAS-RESTANTES = WS-AULAS-PREVISTAS - WS-AULAS.
008550     IF WS-FALTAS NOT < WS-AULAS-PREVISTAS
008560         MOVE 0 TO WS-PCT-MAXIMA
008570     ELSE
008580         COMPUTE WS-PCT-MAXIMA ROUNDED =
008590             ((WS-AULAS-PREVISTAS - WS-FALTAS) * 100)
008600             / WS-AULAS-PREVISTAS
008610     END-IF.
008620     IF WS-PCT-MAXIMA < WS-FREQ-MINIMA
008630         MOVE "S" TO IND-FREQ-INALCANCAVEL
008640     END-IF.
008650 3500-GUARDA.
008660     IF MEDIA-BAIXA OR FREQ-BAIXA OR FREQ-INALCANCAVEL
008670         PERFORM 3520-GUARDA-ALERTA THRU 3520-FIM
008680     END-IF.
008690 3500-FIM.
008700     EXIT.
008710*----------------------------------------------------------------*
008720*    3510-LE-DISCIPLINA
008730*    BUSCA NO CATALOGO O NOME E A CARGA HORARIA DA DISCIPLINA
008740*    (CODIGO JA MOVIDO PARA A CHAVE). SEM CATALOGO OU SEM A
008750*    DISCIPLINA, O NOME FICA EM BRANCO E NAO HA CARGA.
008760*----------------------------------------------------------------*
008770 3510-LE-DISCIPLINA.
008780     MOVE "N" TO IND-TEM-CARGA.
008790     MOVE SPACES TO WS-NOME-DISC.
008800     MOVE 0 TO WS-CARGA.
008810     IF SEM-CATALOGO
008820         GO TO 3510-FIM
008830     END-IF.
008840     READ ARQ-DISCIPLINAS-MESTRE
008850         INVALID KEY
008860             GO TO 3510-FIM
008870     END-READ.
008880     MOVE DMS-NOME OF REG-DISCIPLINA-MESTRE TO WS-NOME-DISC.
008890     MOVE DMS-CARGA-HORARIA OF REG-DISCIPLINA-MESTRE TO WS-CARGA.
008900     IF WS-CARGA > 0
008910         MOVE "S" TO IND-TEM-CARGA
008920     END-IF.
008930 3510-FIM.
008940     EXIT.
008950*----------------------------------------------------------------*
008960*    3520-GUARDA-ALERTA
008970*    MONTA O TEXTO DO ALERTA, CONTA, E GUARDA A DISCIPLINA NA
008980*    TABELA DO ALUNO (CARTA) E NA TABELA DA TURMA (RELATORIO).
008990*    TABELA CHEIA: O ALERTA FICA SO NA CARTA, COM AVISO NO
009000*    CONSOLE, E O PASSO TERMINA COM RC=4.
009010*----------------------------------------------------------------*
009020 3520-GUARDA-ALERTA.
009030     ADD 1 TO CONT-ALERTAS.
009040     ADD 1 TO QTD-ALERTAS-ALUNO.
009050     IF MEDIA-BAIXA
009060         ADD 1 TO CONT-ALERTA-MEDIA
009070     END-IF.
009080     IF FREQ-INALCANCAVEL
009090         ADD 1 TO CONT-ALERTA-INALCANC
009100     ELSE
009110         IF FREQ-BAIXA
009120             ADD 1 TO CONT-ALERTA-FREQ
009130         END-IF
009140     END-IF.
009150     MOVE SPACES TO WS-MOTIVO.
009160     IF MEDIA-BAIXA
009170         IF FREQ-INALCANCAVEL
009180             MOVE "NOTA BAIXA + FREQ. INALCANCAVEL" TO WS-MOTIVO
009190         ELSE
009200             IF FREQ-BAIXA
009210                 MOVE "NOTA BAIXA + FREQ. BAIXA" TO WS-MOTIVO
009220             ELSE
009230                 MOVE "NOTA ABAIXO DA MEDIA MINIMA" TO WS-MOTIVO
009240             END-IF
009250         END-IF
009260     ELSE
009270         IF FREQ-INALCANCAVEL
009280             MOVE "FREQ. MINIMA JA INALCANCAVEL" TO WS-MOTIVO
009290         ELSE
009300             MOVE "FREQUENCIA ABAIXO DO MINIMO" TO WS-MOTIVO
009310         END-IF
009320     END-IF.
009330     IF QTD-DISC-ALUNO < WS-MAX-DISC-ALUNO
009340         ADD 1 TO QTD-DISC-ALUNO
009350         SET ALU-IDX TO QTD-DISC-ALUNO
009360         MOVE CHA-DISCIPLINA TO ALU-DISCIPLINA(ALU-IDX)
009370         MOVE WS-NOME-DISC   TO ALU-NOME-DISC(ALU-IDX)
009380         MOVE IND-TEM-NOTA   TO ALU-IND-NOTA(ALU-IDX)
009390         MOVE WS-NOTA        TO ALU-NOTA(ALU-IDX)
009400         MOVE WS-FALTAS      TO ALU-FALTAS(ALU-IDX)
009410         MOVE WS-MOTIVO      TO ALU-MOTIVO(ALU-IDX)
009420     END-IF.
009430     IF QTD-ALERTA-TURMA NOT < WS-MAX-ALERTA-TURMA
009440         GO TO 3520-CHEIA
009450     END-IF.
009460     PERFORM 3530-GUARDA-DISC-TURMA THRU 3530-FIM.
009470     IF NOT ACHOU-DISC
009480         GO TO 3520-CHEIA
009490     END-IF.
009500     ADD 1 TO QTD-ALERTA-TURMA.
009510     SET ALT-IDX TO QTD-ALERTA-TURMA.
009520     MOVE CHA-DISCIPLINA     TO ALT-DISCIPLINA(ALT-IDX).
009530     MOVE WS-RA-ATUAL        TO ALT-RA(ALT-IDX).
009540     MOVE WS-NOME-ALUNO      TO ALT-NOME(ALT-IDX).
009550     MOVE IND-TEM-NOTA       TO ALT-IND-NOTA(ALT-IDX).
009560     MOVE WS-NOTA            TO ALT-NOTA(ALT-IDX).
009570     MOVE IND-TEM-FREQ       TO ALT-IND-FREQ(ALT-IDX).
009580     MOVE WS-FALTAS          TO ALT-FALTAS(ALT-IDX).
009590     MOVE WS-AULAS           TO ALT-AULAS(ALT-IDX).
009600     MOVE WS-PCT-FREQ        TO ALT-PCT-FREQ(ALT-IDX).
009610     MOVE IND-TEM-CARGA      TO ALT-IND-CARGA(ALT-IDX).
009620     MOVE WS-AULAS-RESTANTES TO ALT-RESTANTES(ALT-IDX).
009630     MOVE WS-MOTIVO          TO ALT-MOTIVO(ALT-IDX).
009640     GO TO 3520-FIM.
009650 3520-CHEIA.
009660     ADD 1 TO CONT-FORA-TABELA.
009670     DISPLAY "ALERTA: TABELA DA TURMA " WS-TURMA-ATUAL
009680             " CHEIA - RA " WS-RA-ATUAL " DISCIPLINA "
009690             CHA-DISCIPLINA " SO NA CARTA" UPON CONSOLE.
009700 3520-FIM.
009710     EXIT.
009720*----------------------------------------------------------------*
009730*    3530-GUARDA-DISC-TURMA
009740*    PROCURA A DISCIPLINA NA TABELA DA TURMA, QUE FICA EM ORDEM
009750*    DE CODIGO; SE NAO ESTIVER, ABRE ESPACO NA POSICAO CERTA E A
009760*    INCLUI. SO DEIXA O INDICADOR DESLIGADO COM A TABELA CHEIA.
009770*----------------------------------------------------------------*
009780 3530-GUARDA-DISC-TURMA.
009790     MOVE "N" TO IND-ACHOU-DISC.
009800     PERFORM 3532-PROCURA-DISC-TURMA THRU 3532-FIM
009810         VARYING DTU-IDX FROM 1 BY 1
009820         UNTIL DTU-IDX > QTD-DISC-TURMA OR ACHOU-DISC.
009830     IF ACHOU-DISC
009840         SET DTU-IDX DOWN BY 1
009850         IF DTU-DISCIPLINA(DTU-IDX) = CHA-DISCIPLINA
009860             GO TO 3530-FIM
009870         END-IF
009880     END-IF.
009890     IF QTD-DISC-TURMA NOT < WS-MAX-DISC-TURMA
009900         MOVE "N" TO IND-ACHOU-DISC
009910         GO TO 3530-FIM
009920     END-IF.
009930     SET WS-POS-INSERCAO TO DTU-IDX.
009940     PERFORM 3534-DESLOCA-DISC-TURMA THRU 3534-FIM
009950         VARYING WS-POS-ORIGEM FROM QTD-DISC-TURMA BY -1
009960         UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO.
009970     ADD 1 TO QTD-DISC-TURMA.
009980     MOVE CHA-DISCIPLINA TO DTU-DISCIPLINA(WS-POS-INSERCAO).
009990     MOVE WS-NOME-DISC   TO DTU-NOME(WS-POS-INSERCAO).
010000     MOVE WS-CARGA       TO DTU-CARGA(WS-POS-INSERCAO).
010010     MOVE "S" TO IND-ACHOU-DISC.
010020 3530-FIM.
010030     EXIT.
010040*----------------------------------------------------------------*
010050 3532-PROCURA-DISC-TURMA.
010060     IF DTU-DISCIPLINA(DTU-IDX) NOT < CHA-DISCIPLINA
010070         MOVE "S" TO IND-ACHOU-DISC
010080     END-IF.
010090 3532-FIM.
010100     EXIT.
010110*----------------------------------------------------------------*
010120 3534-DESLOCA-DISC-TURMA.
010130     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
010140     MOVE DTU(WS-POS-ORIGEM) TO DTU(WS-POS-DESTINO).
010150 3534-FIM.
010160     EXIT.
010170*----------------------------------------------------------------*
010180*    3600-FECHA-ALUNO
010190*    QUEBRA DE ALUNO: COM ALGUM ALERTA, CONTA O ALUNO EM RISCO E
010200*    GRAVA A CARTA. ALUNO FORA DO MESTRE DE ALUNOS NAO TEM A QUEM
010210*    ENDERECAR A CARTA: SAI SO NO RELATORIO E E CONTADO A PARTE.
010220*----------------------------------------------------------------*
010230 3600-FECHA-ALUNO.
010240     IF QTD-ALERTAS-ALUNO = 0
010250         GO TO 3600-FIM
010260     END-IF.
010270     ADD 1 TO CONT-ALUNOS-RISCO.
010280     ADD 1 TO QTD-ALUNOS-RISCO-TURMA.
010290     IF NOT ACHOU-ALUNO
010300         ADD 1 TO CONT-SEM-CADASTRO
010310         GO TO 3600-FIM
010320     END-IF.
010330     PERFORM 4000-GRAVA-CARTA THRU 4000-FIM.
010340 3600-FIM.
010350     EXIT.
010360*----------------------------------------------------------------*
010370*    3700-FECHA-TURMA
010380*    QUEBRA DE TURMA: IMPRIME OS ALERTAS GUARDADOS, UMA PAGINA
010390*    POR TURMA, AGRUPADOS POR DISCIPLINA EM ORDEM DE CODIGO E,
010400*    DENTRO DA DISCIPLINA, POR RA. TURMA SEM ALERTA NAO SAI.
010410*----------------------------------------------------------------*
010420 3700-FECHA-TURMA.
010430     IF QTD-ALUNOS-RISCO-TURMA = 0
010440         GO TO 3700-FIM
010450     END-IF.
010460     MOVE WS-PERIODO-ALERTA TO CAB-PERIODO.
010470     MOVE WS-TURMA-ATUAL    TO CAB-TURMA.
010480     MOVE WS-DATA-HOJE      TO CAB-DATA.
010490     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
010500     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
010510     MOVE WS-MEDIA-MINIMA TO CRI-MEDIA.
010520     MOVE WS-FREQ-MINIMA  TO CRI-FREQ.
010530     MOVE PMS-SITUACAO OF REG-PERIODO-MESTRE TO CRI-SITUACAO.
010540     MOVE WS-LINHA-CRITERIOS TO REG-LINHA-RELATORIO.
010550     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010560     PERFORM 5100-IMPRIME-DISCIPLINA THRU 5100-FIM
010570         VARYING DTU-IDX FROM 1 BY 1
010580         UNTIL DTU-IDX > QTD-DISC-TURMA.
010590     MOVE SPACES TO REG-LINHA-RELATORIO.
010600     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010610     MOVE SPACES TO WS-LINHA-RODAPE.
010620     MOVE "ALUNOS EM RISCO NA TURMA ..........:"
010630         TO ROD-DESCRICAO.
010640     MOVE QTD-ALUNOS-RISCO-TURMA TO ROD-VALOR.
010650     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
010660     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
010670     MOVE SPACES TO WS-LINHA-RODAPE.
010680     MOVE "ALERTAS LISTADOS NA TURMA .........:"
010690         TO ROD-DESCRICAO.
010700     MOVE QTD-ALERTA-TURMA TO ROD-VALOR.
010710     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
010720     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
010730 3700-FIM.
010740     EXIT.
010750*----------------------------------------------------------------*
010760*    4000-GRAVA-CARTA
010770*    CARTA DE AVISO AO ALUNO EM RISCO, UMA POR PAGINA: TIMBRE,
010780*    IDENTIFICACAO, AS DISCIPLINAS COM ALERTA (NOTA, FALTAS E
010790*    SITUACAO), A MEDIA DAS NOTAS JA LANCADAS E O TOTAL DE FALTAS
010800*    NO PERIODO, E OS MINIMOS EXIGIDOS.
010810*----------------------------------------------------------------*
010820 4000-GRAVA-CARTA.
010830     MOVE WS-DATA-HOJE TO CTI-DATA.
010840     MOVE WS-CARTA-TIMBRE TO REG-LINHA-CARTA.
010850     WRITE REG-LINHA-CARTA AFTER ADVANCING PAGE.
010860     MOVE WS-PERIODO-ALERTA TO CTT-PERIODO.
010870     MOVE WS-CARTA-TITULO TO REG-LINHA-CARTA.
010880     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
010890     MOVE WS-NOME-ALUNO  TO CTA-NOME.
010900     MOVE WS-TURMA-ATUAL TO CTA-TURMA.
010910     MOVE WS-RA-ATUAL    TO CTA-RA.
010920     MOVE WS-CARTA-ALUNO TO REG-LINHA-CARTA.
010930     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
010940     MOVE SPACES TO WS-CARTA-TEXTO.
010950     MOVE "INFORMAMOS QUE, ATE ESTA DATA, O SEU DESEMPENHO NO"
010960         TO CTX-TEXTO.
010970     MOVE WS-CARTA-TEXTO TO REG-LINHA-CARTA.
010980     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
010990     MOVE SPACES TO WS-CARTA-TEXTO.
011000     MOVE "PERIODO PEDE ATENCAO NAS DISCIPLINAS ABAIXO:"
011010         TO CTX-TEXTO.
011020     MOVE WS-CARTA-TEXTO TO REG-LINHA-CARTA.
011030     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011040     MOVE WS-CARTA-COLUNAS TO REG-LINHA-CARTA.
011050     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
011060     PERFORM 4100-GRAVA-DISC-CARTA THRU 4100-FIM
011070         VARYING ALU-IDX FROM 1 BY 1
011080         UNTIL ALU-IDX > QTD-DISC-ALUNO.
011090     MOVE SPACES TO WS-CARTA-RESUMO.
011100     MOVE "MEDIA DAS NOTAS NO PERIODO ...:" TO CRS-DESCRICAO.
011110     IF QTD-NOTAS-ALUNO > 0
011120         COMPUTE WS-MEDIA-ALUNO ROUNDED =
011130             SOMA-NOTAS-ALUNO / QTD-NOTAS-ALUNO
011140         MOVE WS-MEDIA-ALUNO TO WS-MEDIA-EDIT
011150         MOVE WS-MEDIA-EDIT  TO CRS-VALOR
011160     ELSE
011170         MOVE "SEM NOTAS LANCADAS" TO CRS-VALOR
011180     END-IF.
011190     MOVE WS-CARTA-RESUMO TO REG-LINHA-CARTA.
011200     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
011210     MOVE SPACES TO WS-CARTA-RESUMO.
011220     MOVE "TOTAL DE FALTAS NO PERIODO ...:" TO CRS-DESCRICAO.
011230     MOVE SOMA-FALTAS-ALUNO TO WS-FALTAS-EDIT.
011240     MOVE WS-FALTAS-EDIT    TO CRS-VALOR.
011250     MOVE WS-CARTA-RESUMO TO REG-LINHA-CARTA.
011260     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011270     MOVE SPACES TO WS-CARTA-RESUMO.
011280     MOVE "MEDIA MINIMA EXIGIDA .........:" TO CRS-DESCRICAO.
011290     MOVE WS-MEDIA-MINIMA TO WS-NOTA-EDIT.
011300     MOVE WS-NOTA-EDIT    TO CRS-VALOR.
011310     MOVE WS-CARTA-RESUMO TO REG-LINHA-CARTA.
011320     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011330     MOVE SPACES TO WS-CARTA-RESUMO.
011340     MOVE "FREQUENCIA MINIMA EXIGIDA (%) :" TO CRS-DESCRICAO.
011350     MOVE WS-FREQ-MINIMA TO WS-FREQ-EDIT.
011360     MOVE WS-FREQ-EDIT   TO CRS-VALOR.
011370     MOVE WS-CARTA-RESUMO TO REG-LINHA-CARTA.
011380     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011390     MOVE SPACES TO WS-CARTA-TEXTO.
011400     MOVE "PROCURE A COORDENACAO DO CURSO PARA ORIENTACAO."
011410         TO CTX-TEXTO.
011420     MOVE WS-CARTA-TEXTO TO REG-LINHA-CARTA.
011430     WRITE REG-LINHA-CARTA AFTER ADVANCING 2 LINES.
011440     MOVE SPACES TO WS-CARTA-TEXTO.
011450     MOVE "____________________________" TO CTX-TEXTO.
011460     MOVE WS-CARTA-TEXTO TO REG-LINHA-CARTA.
011470     WRITE REG-LINHA-CARTA AFTER ADVANCING 3 LINES.
011480     MOVE SPACES TO WS-CARTA-TEXTO.
011490     MOVE "SECRETARIA ACADEMICA" TO CTX-TEXTO.
011500     MOVE WS-CARTA-TEXTO TO REG-LINHA-CARTA.
011510     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011520     ADD 1 TO CONT-CARTAS.
011530 4000-FIM.
011540     EXIT.
011550*----------------------------------------------------------------*
011560 4100-GRAVA-DISC-CARTA.
011570     MOVE SPACES TO WS-CARTA-DISCIPLINA.
011580     MOVE ALU-DISCIPLINA(ALU-IDX) TO CDI-CODIGO.
011590     MOVE ALU-NOME-DISC(ALU-IDX)  TO CDI-NOME.
011600     IF ALU-TEM-NOTA(ALU-IDX)
011610         MOVE ALU-NOTA(ALU-IDX) TO CDI-NOTA
011620     END-IF.
011630     MOVE ALU-FALTAS(ALU-IDX)     TO CDI-FALTAS.
011640     MOVE ALU-MOTIVO(ALU-IDX)     TO CDI-MOTIVO.
011650     MOVE WS-CARTA-DISCIPLINA TO REG-LINHA-CARTA.
011660     WRITE REG-LINHA-CARTA AFTER ADVANCING 1 LINE.
011670 4100-FIM.
011680     EXIT.
011690*----------------------------------------------------------------*
011700*    5100-IMPRIME-DISCIPLINA
011710*    GRUPO DE UMA DISCIPLINA NO RELATORIO DA TURMA: CABECALHO COM
011720*    NOME E CARGA HORARIA, OS ALUNOS COM ALERTA E O SUBTOTAL.
011730*----------------------------------------------------------------*
011740 5100-IMPRIME-DISCIPLINA.
011750     MOVE DTU-DISCIPLINA(DTU-IDX) TO DSC-CODIGO.
011760     MOVE DTU-NOME(DTU-IDX)       TO DSC-NOME.
011770     MOVE DTU-CARGA(DTU-IDX)      TO DSC-CARGA.
011780     MOVE WS-LINHA-DISCIPLINA TO REG-LINHA-RELATORIO.
011790     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 3 LINES.
011800     MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO.
011810     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
011820     MOVE 0 TO QTD-NA-DISCIPLINA.
011830     PERFORM 5200-IMPRIME-ALERTA THRU 5200-FIM
011840         VARYING ALT-IDX FROM 1 BY 1
011850         UNTIL ALT-IDX > QTD-ALERTA-TURMA.
011860     MOVE SPACES TO WS-LINHA-SUBTOTAL.
011870     MOVE "ALUNOS EM RISCO NA DISCIPLINA ....:" TO SUB-DESCRICAO.
011880     MOVE QTD-NA-DISCIPLINA TO SUB-VALOR.
011890     MOVE WS-LINHA-SUBTOTAL TO REG-LINHA-RELATORIO.
011900     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
011910 5100-FIM.
011920     EXIT.
011930*----------------------------------------------------------------*
011940 5200-IMPRIME-ALERTA.
011950     IF ALT-DISCIPLINA(ALT-IDX) NOT = DTU-DISCIPLINA(DTU-IDX)
011960         GO TO 5200-FIM
011970     END-IF.
011980     MOVE SPACES TO WS-LINHA-DETALHE.
011990     MOVE ALT-RA(ALT-IDX)   TO DET-RA.
012000     MOVE ALT-NOME(ALT-IDX) TO DET-NOME.
012010     IF ALT-TEM-NOTA(ALT-IDX)
012020         MOVE ALT-NOTA(ALT-IDX) TO DET-NOTA
012030     END-IF.
012040     IF ALT-TEM-FREQ(ALT-IDX)
012050         MOVE ALT-FALTAS(ALT-IDX)   TO DET-FALTAS
012060         MOVE ALT-AULAS(ALT-IDX)    TO DET-AULAS
012070         MOVE ALT-PCT-FREQ(ALT-IDX) TO DET-FREQ
012080         IF ALT-TEM-CARGA(ALT-IDX)
012090             MOVE ALT-RESTANTES(ALT-IDX) TO DET-RESTAM
012100         END-IF
012110     END-IF.
012120     MOVE ALT-MOTIVO(ALT-IDX) TO DET-ALERTA.
012130     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
012140     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012150     ADD 1 TO QTD-NA-DISCIPLINA.
012160 5200-FIM.
012170     EXIT.
012180*----------------------------------------------------------------*
012190*    6000-IMPRIME-TOTAIS
012200*    TOTAIS DO ALERTA, EM PAGINA PROPRIA. ALERTA QUE NAO COUBE NA
012210*    TABELA DA TURMA FAZ O PASSO TERMINAR COM RC=4: O RELATORIO
012220*    ESTA INCOMPLETO, MAS AS CARTAS FORAM TODAS GRAVADAS.
012230*----------------------------------------------------------------*
012240 6000-IMPRIME-TOTAIS.
012250     MOVE WS-PERIODO-ALERTA TO CAB-PERIODO.
012260     MOVE "----"            TO CAB-TURMA.
012270     MOVE WS-DATA-HOJE      TO CAB-DATA.
012280     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
012290     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
012300     MOVE WS-LINHA-TOT-TITULO TO REG-LINHA-RELATORIO.
012310     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
012320     IF CONT-ALUNOS-RISCO = 0
012330         MOVE SPACES TO WS-LINHA-AVISO
012340         MOVE "NENHUM ALUNO EM RISCO NO PERIODO" TO AVI-TEXTO
012350         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
012360         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
012370     END-IF.
012380     MOVE SPACES TO REG-LINHA-RELATORIO.
012390     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012400     MOVE SPACES TO WS-LINHA-TOTAL.
012410     MOVE "NOTAS LIDAS DO MESTRE ...........:" TO TOTL-DESCRICAO.
012420     MOVE CONT-NOTAS-LIDAS TO TOTL-VALOR.
012430     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012440     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012450     MOVE SPACES TO WS-LINHA-TOTAL.
012460     MOVE "NOTAS DO PERIODO ................:" TO TOTL-DESCRICAO.
012470     MOVE CONT-NOTAS-PERIODO TO TOTL-VALOR.
012480     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012490     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012500     MOVE SPACES TO WS-LINHA-TOTAL.
012510     MOVE "FREQUENCIAS LIDAS DO MESTRE .....:" TO TOTL-DESCRICAO.
012520     MOVE CONT-FREQ-LIDAS TO TOTL-VALOR.
012530     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012540     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012550     MOVE SPACES TO WS-LINHA-TOTAL.
012560     MOVE "FREQUENCIAS DO PERIODO ..........:" TO TOTL-DESCRICAO.
012570     MOVE CONT-FREQ-PERIODO TO TOTL-VALOR.
012580     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012590     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012600     MOVE SPACES TO WS-LINHA-TOTAL.
012610     MOVE "DISCIPLINAS AVALIADAS ...........:" TO TOTL-DESCRICAO.
012620     MOVE CONT-DISC-AVALIADAS TO TOTL-VALOR.
012630     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012640     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012650     MOVE SPACES TO WS-LINHA-TOTAL.
012660     MOVE "ALUNOS AVALIADOS ................:" TO TOTL-DESCRICAO.
012670     MOVE CONT-ALUNOS TO TOTL-VALOR.
012680     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012690     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012700     MOVE SPACES TO WS-LINHA-TOTAL.
012710     MOVE "ALUNOS EM RISCO .................:" TO TOTL-DESCRICAO.
012720     MOVE CONT-ALUNOS-RISCO TO TOTL-VALOR.
012730     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012740     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012750     MOVE SPACES TO WS-LINHA-TOTAL.
012760     MOVE "ALERTAS (ALUNO X DISCIPLINA) ....:" TO TOTL-DESCRICAO.
012770     MOVE CONT-ALERTAS TO TOTL-VALOR.
012780     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012790     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012800     MOVE SPACES TO WS-LINHA-TOTAL.
012810     MOVE "  COM NOTA ABAIXO DA MEDIA ......:" TO TOTL-DESCRICAO.
012820     MOVE CONT-ALERTA-MEDIA TO TOTL-VALOR.
012830     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012840     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012850     MOVE SPACES TO WS-LINHA-TOTAL.
012860     MOVE "  COM FREQUENCIA ABAIXO DO MINIMO:" TO TOTL-DESCRICAO.
012870     MOVE CONT-ALERTA-FREQ TO TOTL-VALOR.
012880     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012890     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012900     MOVE SPACES TO WS-LINHA-TOTAL.
012910     MOVE "  COM FREQUENCIA INALCANCAVEL ...:" TO TOTL-DESCRICAO.
012920     MOVE CONT-ALERTA-INALCANC TO TOTL-VALOR.
012930     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012940     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
012950     MOVE SPACES TO WS-LINHA-TOTAL.
012960     MOVE "CARTAS DE AVISO GRAVADAS ........:" TO TOTL-DESCRICAO.
012970     MOVE CONT-CARTAS TO TOTL-VALOR.
012980     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
012990     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
013000     MOVE SPACES TO WS-LINHA-TOTAL.
013010     MOVE "EM RISCO SEM CADASTRO (SEM CARTA):" TO TOTL-DESCRICAO.
013020     MOVE CONT-SEM-CADASTRO TO TOTL-VALOR.
013030     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
013040     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
013050     MOVE SPACES TO WS-LINHA-TOTAL.
013060     MOVE "ALERTAS FORA DA TABELA DA TURMA .:" TO TOTL-DESCRICAO.
013070     MOVE CONT-FORA-TABELA TO TOTL-VALOR.
013080     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
013090     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
013100     IF CONT-FORA-TABELA > 0
013110         MOVE 4 TO RETURN-CODE
013120     END-IF.
013130 6000-FIM.
013140     EXIT.
013150*----------------------------------------------------------------*
013160 9999-FINALIZA.
013170     CLOSE ARQ-NOTAS-MESTRE.
013180     IF NOT SEM-FREQUENCIA
013190         CLOSE ARQ-FREQ-MESTRE
013200     END-IF.
013210     IF NOT SEM-CATALOGO
013220         CLOSE ARQ-DISCIPLINAS-MESTRE
013230     END-IF.
013240     CLOSE ARQ-ALUNOS-MESTRE.
013250     CLOSE ARQ-PERIODOS-MESTRE.
013260     CLOSE ARQ-RELATORIO.
013270     CLOSE ARQ-CARTAS.
013280     DISPLAY "ALERTA: ALERTA DE RISCO CONCLUIDO - "
013290             CONT-ALUNOS-RISCO " ALUNOS EM RISCO, "
013300             CONT-CARTAS " CARTAS" UPON CONSOLE.
013310 9999-FIM.
013320     EXIT.
