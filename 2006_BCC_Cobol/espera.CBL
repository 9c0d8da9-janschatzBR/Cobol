000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    ESPERA.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  LISTA DE ESPERA POR VAGA EM TURMA. A CARGA DA TURMA (DADOS)   *
000120*  GRAVA EM ESPPED UM PEDIDO PARA CADA INCLUSAO BARRADA POR      *
000130*  TURMA LOTADA. ESTE PROGRAMA JUNTA OS PEDIDOS DO DIA A LISTA   *
000140*  MANTIDA DESDE A EXECUCAO ANTERIOR (ESPPENT), EM ORDEM DE      *
000150*  TURMA E DE DATA/HORA DO PEDIDO, CONFERE EM CADA TURMA A       *
000160*  CAPACIDADE DO MESTRE DE TURMAS (TURMMST) CONTRA OS ALUNOS JA  *
000170*  MATRICULADOS NO MESTRE DE ALUNOS (ALUNMST) E CHAMA OS         *
000180*  PRIMEIROS DA FILA PARA AS VAGAS ABERTAS, GRAVANDO PARA ELES   *
000190*  UM MOVIMENTO DE INCLUSAO NO LAYOUT DE ALUNOENT (CHAMSAI,      *
000200*  CONCATENADO EM ALUNOENT NO DECK DADOS.JCL). A LISTA           *
000210*  ATUALIZADA SAI EM ESPPSAI E O RELATORIO (RELESP) MOSTRA A     *
000220*  POSICAO DE CADA PEDIDO NA FILA DA SUA TURMA.                  *
000230*                                                                *
000240*  CONTROLE DE CADA PEDIDO:                                      *
000250*  - PEDIDO JA MATRICULADO NO MESTRE (CHAMADO ANTES E ACEITO     *
000260*    PELA CARGA, OU INCLUIDO POR OUTRO CAMINHO) E BAIXADO;       *
000270*  - PEDIDO DE TURMA QUE SAIU DO MESTRE DE TURMAS E BAIXADO;     *
000280*  - PEDIDO REPETIDO (MESMA TURMA + RA JA NA FILA) MANTEM A      *
000290*    POSICAO ORIGINAL, SO COM OS DADOS DO ALUNO ATUALIZADOS;     *
000300*  - PEDIDO CHAMADO CONTINUA NA FILA ATE APARECER NO MESTRE,     *
000310*    PARA NAO PERDER O LUGAR SE A CARGA NAO O ACEITAR.           *
000320*----------------------------------------------------------------*
000330*  HISTORICO DE ALTERACOES
000340*  DATA       AUTOR   DESCRICAO
000350*  2026-10-15 JMS     VERSAO ORIGINAL.
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     CONSOLE IS CONSOLE.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT ARQ-PEDIDOS         ASSIGN TO ESPPED
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS STATUS-ARQ-PEDIDOS.
000460
000470     SELECT ARQ-LISTA-ANT       ASSIGN TO ESPPENT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS STATUS-ARQ-LISTA-ANT.
000500
000510     SELECT ARQ-LISTA-NOVA      ASSIGN TO ESPPSAI
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS STATUS-ARQ-LISTA-NOVA.
000540
000550     SELECT ARQ-CHAMADOS        ASSIGN TO CHAMSAI
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS STATUS-ARQ-CHAMADOS.
000580
000590     SELECT ARQ-ALUNOS-MESTRE   ASSIGN TO ALUNMST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS MST-CHAVE OF REG-ALUNO-MESTRE
000630         FILE STATUS IS STATUS-ARQ-MESTRE.
000640
000650     SELECT ARQ-TURMAS-MESTRE   ASSIGN TO TURMMST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000690         FILE STATUS IS STATUS-ARQ-TURMAS.
000700
000710     SELECT ARQ-RELATORIO       ASSIGN TO RELESP
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS STATUS-ARQ-RELATORIO.
000740
000750*----------------------------------------------------------------*
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  ARQ-PEDIDOS
000790     LABEL RECORDS ARE STANDARD.
000800 01  REG-PEDIDO.
000810     COPY ESPERC.
000820
000830 FD  ARQ-LISTA-ANT
000840     LABEL RECORDS ARE STANDARD.
000850 01  REG-LISTA-ANT.
000860     COPY ESPERC.
000870     05  LSTA-QTD-CHAMADAS       PIC 9(02).
000880     05  LSTA-DATA-CHAMADA       PIC 9(08).
000890
000900 FD  ARQ-LISTA-NOVA
000910     LABEL RECORDS ARE STANDARD.
000920 01  REG-LISTA-NOVA.
000930     COPY ESPERC.
000940     05  LSTN-QTD-CHAMADAS       PIC 9(02).
000950     05  LSTN-DATA-CHAMADA       PIC 9(08).
000960
000970 FD  ARQ-CHAMADOS
000980     LABEL RECORDS ARE STANDARD.
000990 01  REG-ALUNO-SAIDA.
001000     COPY ESTUD.
001010     COPY TRANSC.
001020
001030 FD  ARQ-ALUNOS-MESTRE
001040     LABEL RECORDS ARE STANDARD.
001050 01  REG-ALUNO-MESTRE.
001060     COPY ESTUD  REPLACING CHAVE-ALUNO BY MST-CHAVE
001070                           TURMA BY MST-TURMA
001080                           RA BY MST-RA
001090                           NOME BY MST-NOME
001100                           SEXO BY MST-SEXO
001110                           IDADE BY MST-IDADE.
001120     COPY AJUSTE REPLACING RA-AJUSTADO BY MST-RA-AJUSTADO
001130                       IND-AJUSTE-APLICADO BY MST-IND-AJUSTE
001140                       AJUSTE-APLICADO BY MST-AJUST-APLIC
001150                       AJUSTE-NAO-APLICADO BY MST-AJUST-NAO-APL.
001160
001170 FD  ARQ-TURMAS-MESTRE
001180     LABEL RECORDS ARE STANDARD.
001190 01  REG-TURMA-MESTRE.
001200     COPY TURMC  REPLACING TRM-CODIGO BY TMS-CODIGO
001210                           TRM-NOME-CURSO BY TMS-NOME-CURSO
001220                           TRM-CAPACIDADE BY TMS-CAPACIDADE
001230                           TRM-SITUACAO BY TMS-SITUACAO
001240                           TRM-ABERTA BY TMS-ABERTA
001250                           TRM-FECHADA BY TMS-FECHADA.
001260
001270 FD  ARQ-RELATORIO
001280     LABEL RECORDS ARE STANDARD.
001290 01  REG-LINHA-RELATORIO         PIC X(132).
001300*----------------------------------------------------------------*
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------*
001330*    CONSTANTES
001340*----------------------------------------------------------------*
001350 77  WS-MAX-FILA                 PIC 9(04) COMP VALUE 2000.
001360*----------------------------------------------------------------*
001370*    TABELA DA FILA DE ESPERA (ESPPENT + PEDIDOS DO DIA), MANTIDA
001380*    EM ORDEM DE TURMA E DE DATA/HORA DO PEDIDO (FIL-ORDEM). A
001390*    POSICAO NA FILA DA TURMA SAI DA PROPRIA ORDEM DA TABELA.
001400*----------------------------------------------------------------*
001410 01  TAB-FILA.
001420     02  FIL OCCURS 2000 TIMES
001430             INDEXED BY FIL-IDX.
001440         05  FIL-ORDEM.
001450             10  FIL-TURMA           PIC X(04).
001460             10  FIL-DATA-PEDIDO     PIC 9(08).
001470             10  FIL-HORA-PEDIDO     PIC 9(08).
001480         05  FIL-RA                  PIC 9(06).
001490         05  FIL-NOME                PIC X(30).
001500         05  FIL-SEXO                PIC X(01).
001510         05  FIL-IDADE               PIC 9(02).
001520         05  FIL-JOB-ID              PIC X(08).
001530         05  FIL-QTD-CHAMADAS        PIC 9(02).
001540         05  FIL-DATA-CHAMADA        PIC 9(08).
001550         05  FIL-IND-DESTINO         PIC X(01).
001560             88  FIL-DEST-AGUARDANDO     VALUE "E".
001570             88  FIL-DEST-CHAMADO        VALUE "C".
001580             88  FIL-DEST-MATRICULADO    VALUE "M".
001590             88  FIL-DEST-BAIXADO        VALUE "B".
001600*----------------------------------------------------------------*
001610*    PEDIDO EM TRABALHO (LIDO DE ESPPENT OU DE ESPPED) A SER
001620*    INCLUIDO NA TABELA, NO MESMO LAYOUT DE UMA OCORRENCIA
001630*----------------------------------------------------------------*
001640 01  WS-PEDIDO.
001650     05  WPE-ORDEM.
001660         10  WPE-TURMA               PIC X(04).
001670         10  WPE-DATA-PEDIDO         PIC 9(08).
001680         10  WPE-HORA-PEDIDO         PIC 9(08).
001690     05  WPE-RA                      PIC 9(06).
001700     05  WPE-NOME                    PIC X(30).
001710     05  WPE-SEXO                    PIC X(01).
001720     05  WPE-IDADE                   PIC 9(02).
001730     05  WPE-JOB-ID                  PIC X(08).
001740     05  WPE-QTD-CHAMADAS            PIC 9(02).
001750     05  WPE-DATA-CHAMADA            PIC 9(08).
001760     05  WPE-IND-DESTINO             PIC X(01).
001770*----------------------------------------------------------------*
001780*    POSICOES DE TRABALHO DA INCLUSAO ORDENADA NA TABELA
001790*----------------------------------------------------------------*
001800 01  QTD-FILA                    PIC 9(04) COMP VALUE 0.
001810 01  WS-POS-INSERCAO             PIC 9(04) COMP VALUE 0.
001820 01  WS-POS-ORIGEM               PIC 9(04) COMP VALUE 0.
001830 01  WS-POS-DESTINO              PIC 9(04) COMP VALUE 0.
001840*----------------------------------------------------------------*
001850*    CONTADORES DA TURMA E DA EXECUCAO
001860*----------------------------------------------------------------*
001870 01  QTD-ALUNOS-NA-TURMA         PIC 9(06) COMP VALUE 0.
001880 01  QTD-VAGAS-TURMA             PIC 9(06) COMP VALUE 0.
001890 01  QTD-POSICAO-TURMA           PIC 9(04) COMP VALUE 0.
001900 01  QTD-CHAMADOS-TURMA          PIC 9(04) COMP VALUE 0.
001910 01  QTD-BAIXADOS-TURMA          PIC 9(04) COMP VALUE 0.
001920 01  CONT-LISTA-ANTERIOR         PIC 9(06) COMP VALUE 0.
001930 01  CONT-PEDIDOS-LIDOS          PIC 9(06) COMP VALUE 0.
001940 01  CONT-PEDIDOS-REPETIDOS      PIC 9(06) COMP VALUE 0.
001950 01  CONT-CHAMADOS               PIC 9(06) COMP VALUE 0.
001960 01  CONT-AGUARDANDO             PIC 9(06) COMP VALUE 0.
001970 01  CONT-MATRICULADOS           PIC 9(06) COMP VALUE 0.
001980 01  CONT-TURMA-INEXISTENTE      PIC 9(06) COMP VALUE 0.
001990 01  CONT-LISTA-GRAVADOS         PIC 9(06) COMP VALUE 0.
002000 01  CONT-TURMAS                 PIC 9(06) COMP VALUE 0.
002010 01  WS-TOTAL-ENTRADA            PIC 9(06) COMP VALUE 0.
002020 01  WS-TOTAL-DESTINO            PIC 9(06) COMP VALUE 0.
002030 01  WS-STATUS-CONFERENCIA       PIC X(10) VALUE SPACES.
002040*----------------------------------------------------------------*
002050*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
002060*----------------------------------------------------------------*
002070 01  STATUS-ARQ-PEDIDOS          PIC X(02) VALUE "00".
002080 01  STATUS-ARQ-LISTA-ANT        PIC X(02) VALUE "00".
002090 01  STATUS-ARQ-LISTA-NOVA       PIC X(02) VALUE "00".
002100 01  STATUS-ARQ-CHAMADOS         PIC X(02) VALUE "00".
002110 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
002120 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
002130 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
002140*----------------------------------------------------------------*
002150*    INDICADORES (CHAVES DE COMUTACAO)
002160*----------------------------------------------------------------*
002170 01  IND-FIM-PEDIDOS             PIC X(01) VALUE "N".
002180     88  FIM-ARQ-PEDIDOS             VALUE "S".
002190 01  IND-FIM-LISTA-ANT           PIC X(01) VALUE "N".
002200     88  FIM-ARQ-LISTA-ANT           VALUE "S".
002210 01  IND-FIM-MESTRE              PIC X(01) VALUE "N".
002220     88  FIM-ARQ-MESTRE              VALUE "S".
002230 01  IND-ACHOU-PEDIDO            PIC X(01) VALUE "N".
002240     88  ACHOU-PEDIDO                VALUE "S".
002250 01  IND-ACHOU-POSICAO           PIC X(01) VALUE "N".
002260     88  ACHOU-POSICAO               VALUE "S".
002270 01  IND-TURMA-CADASTRADA        PIC X(01) VALUE "N".
002280     88  TURMA-CADASTRADA            VALUE "S".
002290 01  IND-ALUNO-MATRICULADO       PIC X(01) VALUE "N".
002300     88  ALUNO-MATRICULADO           VALUE "S".
002310*----------------------------------------------------------------*
002320*    IDENTIFICACAO DA EXECUCAO E CAMPOS DE QUEBRA
002330*----------------------------------------------------------------*
002340 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
002350 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
002360 01  WS-TURMA-ATUAL              PIC X(04) VALUE SPACES.
002370 01  WS-HORA-PEDIDO              PIC 9(08) VALUE 0.
002380 01  WS-HORA-PARTES REDEFINES WS-HORA-PEDIDO.
002390     05  WS-HORA-HH              PIC 9(02).
002400     05  WS-HORA-MM              PIC 9(02).
002410     05  WS-HORA-SS              PIC 9(02).
002420     05  WS-HORA-CC              PIC 9(02).
002430*----------------------------------------------------------------*
002440*    LINHAS DO RELATORIO DA LISTA DE ESPERA
002450*----------------------------------------------------------------*
002460 01  WS-LINHA-CABECALHO.
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  CAB-TITULO              PIC X(40)
002490             VALUE "LISTA DE ESPERA POR VAGA EM TURMA".
002500     05  FILLER                  PIC X(08) VALUE SPACES.
002510     05  CAB-DATA                PIC 9(4)/99/99.
002520     05  FILLER                  PIC X(72) VALUE SPACES.
002530
002540 01  WS-LINHA-TURMA.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  FILLER                  PIC X(07) VALUE "TURMA: ".
002570     05  TUR-TURMA               PIC X(04).
002580     05  FILLER                  PIC X(09) VALUE "  CURSO: ".
002590     05  TUR-CURSO               PIC X(30).
002600     05  FILLER                  PIC X(14) VALUE "  CAPACIDADE: ".
002610     05  TUR-CAPACIDADE          PIC ZZ9.
002620     05  FILLER                  PIC X(16) VALUE
002630             "  MATRICULADOS: ".
002640     05  TUR-MATRICULADOS        PIC ZZZZZ9.
002650     05  FILLER                  PIC X(09) VALUE "  VAGAS: ".
002660     05  TUR-VAGAS               PIC ZZZZZ9.
002670     05  FILLER                  PIC X(26) VALUE SPACES.
002680
002690 01  WS-LINHA-COLUNAS.
002700     05  FILLER                  PIC X(02) VALUE SPACES.
002710     05  COL-POSICAO             PIC X(07) VALUE "POSICAO".
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  COL-RA                  PIC X(08) VALUE "RA".
002740     05  COL-NOME                PIC X(32) VALUE "NOME".
002750     05  COL-SEXO                PIC X(06) VALUE "SEXO".
002760     05  COL-IDADE               PIC X(07) VALUE "IDADE".
002770     05  COL-DATA                PIC X(12) VALUE "PEDIDO EM".
002780     05  COL-HORA                PIC X(10) VALUE "HORA".
002790     05  COL-CHAMADAS            PIC X(10) VALUE "CHAMADAS".
002800     05  COL-SITUACAO            PIC X(36) VALUE "SITUACAO".
002810
002820 01  WS-LINHA-DETALHE.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  DET-POSICAO             PIC ZZZ9 BLANK WHEN ZERO.
002850     05  FILLER                  PIC X(05) VALUE SPACES.
002860     05  DET-RA                  PIC 9(06).
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  DET-NOME                PIC X(30).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  DET-SEXO                PIC X(04).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  DET-IDADE               PIC ZZ9.
002930     05  FILLER                  PIC X(04) VALUE SPACES.
002940     05  DET-DATA                PIC 9(4)/99/99.
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  DET-HORA.
002970         10  DET-HORA-HH         PIC 9(02).
002980         10  FILLER              PIC X(01) VALUE ":".
002990         10  DET-HORA-MM         PIC 9(02).
003000         10  FILLER              PIC X(01) VALUE ":".
003010         10  DET-HORA-SS         PIC 9(02).
003020     05  FILLER                  PIC X(05) VALUE SPACES.
003030     05  DET-CHAMADAS            PIC Z9.
003040     05  FILLER                  PIC X(05) VALUE SPACES.
003050     05  DET-SITUACAO            PIC X(36).
003070
003080 01  WS-LINHA-SUBTOTAL.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  FILLER                  PIC X(18) VALUE
003110             "NA FILA DA TURMA: ".
003120     05  SUB-FILA                PIC ZZZ9.
003130     05  FILLER                  PIC X(14) VALUE
003140             "  CHAMADOS:   ".
003150     05  SUB-CHAMADOS            PIC ZZZ9.
003160     05  FILLER                  PIC X(14) VALUE
003170             "  BAIXADOS:   ".
003180     05  SUB-BAIXADOS            PIC ZZZ9.
003190     05  FILLER                  PIC X(72) VALUE SPACES.
003200
003210 01  WS-LINHA-AVISO.
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  AVI-TEXTO               PIC X(70).
003240     05  FILLER                  PIC X(60) VALUE SPACES.
003250
003260 01  WS-LINHA-TOT-TITULO.
003270     05  FILLER                  PIC X(02) VALUE SPACES.
003280     05  FILLER                  PIC X(40)
003290             VALUE "TOTAIS DE CONTROLE DA LISTA DE ESPERA".
003300     05  FILLER                  PIC X(90) VALUE SPACES.
003310
003320 01  WS-LINHA-TOTAL.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  TOTL-DESCRICAO          PIC X(40).
003350     05  TOTL-VALOR              PIC Z(8)9.
003360     05  FILLER                  PIC X(81) VALUE SPACES.
003370
003380 01  WS-LINHA-RECONCILIACAO.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  RCON-DESCRICAO          PIC X(56).
003410     05  RCON-STATUS             PIC X(10).
003420     05  FILLER                  PIC X(64) VALUE SPACES.
003430
003440 01  WS-MSG-CONF-CONTAGEM        PIC X(56) VALUE
003450      "CONFERENCIA LIDOS-REPETIDOS = FILA+MATRIC+BAIXADOS:".
003460*----------------------------------------------------------------*
003470 PROCEDURE DIVISION.
003480*----------------------------------------------------------------*
003490 0000-MAINLINE.
003500     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
003510     PERFORM 2000-CARREGA-LISTA      THRU 2000-FIM.
003520     PERFORM 3000-CARREGA-PEDIDOS    THRU 3000-FIM.
003530     PERFORM 4000-PROCESSA-FILA      THRU 4000-FIM.
003540     PERFORM 6000-IMPRIME-TOTAIS     THRU 6000-FIM.
003550     PERFORM 9999-FINALIZA           THRU 9999-FIM.
003560     STOP RUN.
003570*----------------------------------------------------------------*
003580*    1000-INICIALIZACAO
003590*    ABRE OS ARQUIVOS DA LISTA DE ESPERA E ZERA OS CONTADORES.
003600*----------------------------------------------------------------*
003610 1000-INICIALIZACAO.
003620     ACCEPT WS-JOB-ID FROM TIME.
003630     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
003640     MOVE 0 TO QTD-FILA CONT-LISTA-ANTERIOR CONT-PEDIDOS-LIDOS
003650               CONT-PEDIDOS-REPETIDOS CONT-CHAMADOS
003660               CONT-AGUARDANDO CONT-MATRICULADOS
003670               CONT-TURMA-INEXISTENTE
003680               CONT-LISTA-GRAVADOS CONT-TURMAS.
003690     MOVE "N" TO IND-FIM-PEDIDOS IND-FIM-LISTA-ANT.
003700     OPEN INPUT  ARQ-PEDIDOS.
003710     OPEN INPUT  ARQ-LISTA-ANT.
003720     OPEN INPUT  ARQ-ALUNOS-MESTRE.
003730     OPEN INPUT  ARQ-TURMAS-MESTRE.
003740     OPEN OUTPUT ARQ-LISTA-NOVA.
003750     OPEN OUTPUT ARQ-CHAMADOS.
003760     OPEN OUTPUT ARQ-RELATORIO.
003770     PERFORM 1050-CONFERE-ABERTURA THRU 1050-FIM.
003780 1000-FIM.
003790     EXIT.
003800*----------------------------------------------------------------*
003810*    1050-CONFERE-ABERTURA
003820*    CONFERE O FILE STATUS DE CADA ARQUIVO ABERTO EM 1000. UMA
003830*    FALHA DE OPEN ENCERRA O JOB DE FORMA LIMPA, COM MENSAGEM NO
003840*    CONSOLE E RETURN-CODE DIFERENTE DE ZERO. A FALTA DOS PEDIDOS
003850*    DO DIA OU DA LISTA ANTERIOR (STATUS 35) NAO E ERRO: NINGUEM
003860*    FOI BARRADO POR TURMA LOTADA, OU E A PRIMEIRA EXECUCAO.
003870*----------------------------------------------------------------*
003880 1050-CONFERE-ABERTURA.
003890     IF STATUS-ARQ-PEDIDOS = "35"
003900         MOVE "S" TO IND-FIM-PEDIDOS
003910     ELSE
003920         IF STATUS-ARQ-PEDIDOS NOT = "00"
003930             DISPLAY "ESPERA: ERRO AO ABRIR ESPPED - STATUS "
003940                     STATUS-ARQ-PEDIDOS UPON CONSOLE
003950             MOVE 16 TO RETURN-CODE
003960             STOP RUN
003970         END-IF
003980     END-IF.
003990     IF STATUS-ARQ-LISTA-ANT = "35"
004000         MOVE "S" TO IND-FIM-LISTA-ANT
004010     ELSE
004020         IF STATUS-ARQ-LISTA-ANT NOT = "00"
004030             DISPLAY "ESPERA: ERRO AO ABRIR ESPPENT - STATUS "
004040                     STATUS-ARQ-LISTA-ANT UPON CONSOLE
004050             MOVE 16 TO RETURN-CODE
004060             STOP RUN
004070         END-IF
004080     END-IF.
004090     IF STATUS-ARQ-MESTRE NOT = "00"
004100         DISPLAY "ESPERA: ERRO AO ABRIR ALUNMST - STATUS "
004110                 STATUS-ARQ-MESTRE UPON CONSOLE
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150     IF STATUS-ARQ-TURMAS NOT = "00"
004160         DISPLAY "ESPERA: ERRO AO ABRIR TURMMST - STATUS "
004170                 STATUS-ARQ-TURMAS UPON CONSOLE
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     IF STATUS-ARQ-LISTA-NOVA NOT = "00"
004220         DISPLAY "ESPERA: ERRO AO ABRIR ESPPSAI - STATUS "
004230                 STATUS-ARQ-LISTA-NOVA UPON CONSOLE
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     IF STATUS-ARQ-CHAMADOS NOT = "00"
004280         DISPLAY "ESPERA: ERRO AO ABRIR CHAMSAI - STATUS "
004290                 STATUS-ARQ-CHAMADOS UPON CONSOLE
004300         MOVE 16 TO RETURN-CODE
004310         STOP RUN
004320     END-IF.
004330     IF STATUS-ARQ-RELATORIO NOT = "00"
004340         DISPLAY "ESPERA: ERRO AO ABRIR RELESP - STATUS "
004350                 STATUS-ARQ-RELATORIO UPON CONSOLE
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390 1050-FIM.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*    2000-CARREGA-LISTA
004430*    CARREGA NA TABELA A LISTA DE ESPERA DA EXECUCAO ANTERIOR
004440*    (ESPPENT), JA COM A QUANTIDADE E A DATA DA ULTIMA CHAMADA.
004450*----------------------------------------------------------------*
004460 2000-CARREGA-LISTA.
004470     PERFORM 2100-LER-PROXIMA-LISTA THRU 2100-FIM.
004480     PERFORM 2200-CARREGA-UMA-LISTA THRU 2200-FIM
004490         UNTIL FIM-ARQ-LISTA-ANT.
004500 2000-FIM.
004510     EXIT.
004520*----------------------------------------------------------------*
004530 2100-LER-PROXIMA-LISTA.
004540     IF NOT FIM-ARQ-LISTA-ANT
004550         READ ARQ-LISTA-ANT
004560             AT END
004570                 MOVE "S" TO IND-FIM-LISTA-ANT
004580             NOT AT END
004590                 ADD 1 TO CONT-LISTA-ANTERIOR
004600         END-READ
004610     END-IF.
004620 2100-FIM.
004630     EXIT.
004640*----------------------------------------------------------------*
004650 2200-CARREGA-UMA-LISTA.
004660     MOVE ESP-TURMA       OF REG-LISTA-ANT TO WPE-TURMA.
004670     MOVE ESP-DATA-PEDIDO OF REG-LISTA-ANT TO WPE-DATA-PEDIDO.
004680     MOVE ESP-HORA-PEDIDO OF REG-LISTA-ANT TO WPE-HORA-PEDIDO.
004690     MOVE ESP-RA          OF REG-LISTA-ANT TO WPE-RA.
004700     MOVE ESP-NOME        OF REG-LISTA-ANT TO WPE-NOME.
004710     MOVE ESP-SEXO        OF REG-LISTA-ANT TO WPE-SEXO.
004720     MOVE ESP-IDADE       OF REG-LISTA-ANT TO WPE-IDADE.
004730     MOVE ESP-JOB-ID      OF REG-LISTA-ANT TO WPE-JOB-ID.
004740     MOVE LSTA-QTD-CHAMADAS                TO WPE-QTD-CHAMADAS.
004750     MOVE LSTA-DATA-CHAMADA                TO WPE-DATA-CHAMADA.
004760     MOVE "E"                              TO WPE-IND-DESTINO.
004770     PERFORM 3300-INSERE-NA-FILA THRU 3300-FIM.
004780     PERFORM 2100-LER-PROXIMA-LISTA THRU 2100-FIM.
004790 2200-FIM.
004800     EXIT.
004810*----------------------------------------------------------------*
004820*    3000-CARREGA-PEDIDOS
004830*    JUNTA A TABELA OS PEDIDOS GRAVADOS PELA CARGA DESDE A
004840*    EXECUCAO ANTERIOR (ESPPED). TURMA + RA QUE JA ESTA NA FILA
004850*    (PEDIDO REPETIDO, OU ALUNO CHAMADO QUE A CARGA BARROU DE NOVO
004860*    POR FALTA DE VAGA) MANTEM A DATA E A HORA ORIGINAIS, PARA NAO
004870*    PERDER O LUGAR; SO OS DADOS DO ALUNO SAO ATUALIZADOS.
004880*----------------------------------------------------------------*
004890 3000-CARREGA-PEDIDOS.
004900     PERFORM 3100-LER-PROXIMO-PEDIDO THRU 3100-FIM.
004910     PERFORM 3200-CARREGA-UM-PEDIDO THRU 3200-FIM
004920         UNTIL FIM-ARQ-PEDIDOS.
004930 3000-FIM.
004940     EXIT.
004950*----------------------------------------------------------------*
004960 3100-LER-PROXIMO-PEDIDO.
004970     IF NOT FIM-ARQ-PEDIDOS
004980         READ ARQ-PEDIDOS
004990             AT END
005000                 MOVE "S" TO IND-FIM-PEDIDOS
005010             NOT AT END
005020                 ADD 1 TO CONT-PEDIDOS-LIDOS
005030         END-READ
005040     END-IF.
005050 3100-FIM.
005060     EXIT.
005070*----------------------------------------------------------------*
005080 3200-CARREGA-UM-PEDIDO.
005090     PERFORM 3210-LOCALIZA-PEDIDO THRU 3210-FIM.
005100     IF ACHOU-PEDIDO
005110         ADD 1 TO CONT-PEDIDOS-REPETIDOS
005120         MOVE ESP-NOME  OF REG-PEDIDO TO FIL-NOME(FIL-IDX)
005130         MOVE ESP-SEXO  OF REG-PEDIDO TO FIL-SEXO(FIL-IDX)
005140         MOVE ESP-IDADE OF REG-PEDIDO TO FIL-IDADE(FIL-IDX)
005150     ELSE
005160         MOVE ESP-TURMA       OF REG-PEDIDO TO WPE-TURMA
005170         MOVE ESP-DATA-PEDIDO OF REG-PEDIDO TO WPE-DATA-PEDIDO
005180         MOVE ESP-HORA-PEDIDO OF REG-PEDIDO TO WPE-HORA-PEDIDO
005190         MOVE ESP-RA          OF REG-PEDIDO TO WPE-RA
005200         MOVE ESP-NOME        OF REG-PEDIDO TO WPE-NOME
005210         MOVE ESP-SEXO        OF REG-PEDIDO TO WPE-SEXO
005220         MOVE ESP-IDADE       OF REG-PEDIDO TO WPE-IDADE
005230         MOVE ESP-JOB-ID      OF REG-PEDIDO TO WPE-JOB-ID
005240         MOVE 0                             TO WPE-QTD-CHAMADAS
005250         MOVE 0                             TO WPE-DATA-CHAMADA
005260         MOVE "E"                           TO WPE-IND-DESTINO
005270         PERFORM 3300-INSERE-NA-FILA THRU 3300-FIM
005280     END-IF.
005290     PERFORM 3100-LER-PROXIMO-PEDIDO THRU 3100-FIM.
005300 3200-FIM.
005310     EXIT.
005320*----------------------------------------------------------------*
005330 3210-LOCALIZA-PEDIDO.
005340     MOVE "N" TO IND-ACHOU-PEDIDO.
005350     IF QTD-FILA > 0
005360         PERFORM 3211-COMPARA-UM-PEDIDO THRU 3211-FIM
005370             VARYING FIL-IDX FROM 1 BY 1
005380                 UNTIL FIL-IDX > QTD-FILA
005390                    OR ACHOU-PEDIDO
005400         IF ACHOU-PEDIDO
005410             SET FIL-IDX DOWN BY 1
005420         END-IF
005430     END-IF.
005440 3210-FIM.
005450     EXIT.
005460*----------------------------------------------------------------*
005470 3211-COMPARA-UM-PEDIDO.
005480     IF FIL-TURMA(FIL-IDX) = ESP-TURMA OF REG-PEDIDO
005490        AND FIL-RA(FIL-IDX) = ESP-RA OF REG-PEDIDO
005500         MOVE "S" TO IND-ACHOU-PEDIDO
005510     END-IF.
005520 3211-FIM.
005530     EXIT.
005540*----------------------------------------------------------------*
005550*    3300-INSERE-NA-FILA
005560*    INCLUI O PEDIDO DE WS-PEDIDO NA TABELA, NA POSICAO DA SUA
005570*    ORDEM (TURMA + DATA + HORA DO PEDIDO), DESLOCANDO OS QUE VEM
005580*    DEPOIS. PEDIDO COM A MESMA ORDEM DE OUTRO JA NA TABELA FICA
005590*    DEPOIS DELE. COM A TABELA CHEIA A EXECUCAO E ENCERRADA ANTES
005600*    DE GRAVAR QUALQUER CHAMADA: PERDER UM PEDIDO DA FILA TIRARIA
005610*    O LUGAR DO ALUNO SEM AVISO.
005620*----------------------------------------------------------------*
005630 3300-INSERE-NA-FILA.
005640     IF QTD-FILA NOT < WS-MAX-FILA
005650         DISPLAY "ESPERA: LISTA DE ESPERA EXCEDE A TABELA DE "
005660                 WS-MAX-FILA " PEDIDOS" UPON CONSOLE
005670         DISPLAY "ESPERA: APAGAR A GERACAO NOVA DE ESPPSAI ANTES "
005680                 "DE RESUBMETER" UPON CONSOLE
005690         MOVE 16 TO RETURN-CODE
005700         STOP RUN
005710     END-IF.
005720     MOVE "N" TO IND-ACHOU-POSICAO.
005730     IF QTD-FILA > 0
005740         PERFORM 3310-PROCURA-POSICAO THRU 3310-FIM
005750             VARYING FIL-IDX FROM 1 BY 1
005760                 UNTIL FIL-IDX > QTD-FILA
005770                    OR ACHOU-POSICAO
005780     END-IF.
005790     IF ACHOU-POSICAO
005800         SET FIL-IDX DOWN BY 1
005810         SET WS-POS-INSERCAO TO FIL-IDX
005820         PERFORM 3320-DESLOCA-UM-PEDIDO THRU 3320-FIM
005830             VARYING WS-POS-ORIGEM FROM QTD-FILA BY -1
005840                 UNTIL WS-POS-ORIGEM < WS-POS-INSERCAO
005850     ELSE
005860         COMPUTE WS-POS-INSERCAO = QTD-FILA + 1
005870     END-IF.
005880     ADD 1 TO QTD-FILA.
005890     MOVE WS-PEDIDO TO FIL(WS-POS-INSERCAO).
005900 3300-FIM.
005910     EXIT.
005920*----------------------------------------------------------------*
005930 3310-PROCURA-POSICAO.
005940     IF FIL-ORDEM(FIL-IDX) > WPE-ORDEM
005950         MOVE "S" TO IND-ACHOU-POSICAO
005960     END-IF.
005970 3310-FIM.
005980     EXIT.
005990*----------------------------------------------------------------*
006000 3320-DESLOCA-UM-PEDIDO.
006010     COMPUTE WS-POS-DESTINO = WS-POS-ORIGEM + 1.
006020     MOVE FIL(WS-POS-ORIGEM) TO FIL(WS-POS-DESTINO).
006030 3320-FIM.
006040     EXIT.
006050*----------------------------------------------------------------*
006060*    4000-PROCESSA-FILA
006070*    PERCORRE A TABELA NA ORDEM DA FILA. NA QUEBRA DE TURMA
006080*    APURA AS VAGAS DA TURMA (4200) E ABRE O GRUPO DO RELATORIO;
006090*    CADA PEDIDO E BAIXADO, CHAMADO OU MANTIDO NA FILA (4100).
006100*----------------------------------------------------------------*
006110 4000-PROCESSA-FILA.
006120     PERFORM 4050-IMPRIME-CABECALHO THRU 4050-FIM.
006130     IF QTD-FILA = 0
006140         MOVE SPACES TO WS-LINHA-AVISO
006150         MOVE "LISTA DE ESPERA VAZIA - NENHUM PEDIDO DE VAGA"
006160             TO AVI-TEXTO
006170         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
006180         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
006190         GO TO 4000-FIM
006200     END-IF.
006210     MOVE SPACES TO WS-TURMA-ATUAL.
006220     PERFORM 4100-PROCESSA-UM-PEDIDO THRU 4100-FIM
006230         VARYING FIL-IDX FROM 1 BY 1
006240             UNTIL FIL-IDX > QTD-FILA.
006250     PERFORM 4400-FECHA-TURMA THRU 4400-FIM.
006260 4000-FIM.
006270     EXIT.
006280*----------------------------------------------------------------*
006290 4050-IMPRIME-CABECALHO.
006300     MOVE WS-DATA-HOJE TO CAB-DATA.
006310     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
006320     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
006330 4050-FIM.
006340     EXIT.
006350*----------------------------------------------------------------*
006360*    4100-PROCESSA-UM-PEDIDO
006370*    DA O DESTINO DO PEDIDO: BAIXA SE A TURMA SAIU DO CADASTRO OU
006380*    SE O ALUNO JA ESTA NO MESTRE; COM A TURMA ABERTA E VAGA
006390*    SOBRANDO, CHAMA O ALUNO (4300); SENAO O PEDIDO CONTINUA
006400*    AGUARDANDO. CHAMADOS E AGUARDANDO OCUPAM POSICAO NA FILA E
006410*    VOLTAM PARA A LISTA NOVA (4500).
006420*----------------------------------------------------------------*
006430 4100-PROCESSA-UM-PEDIDO.
006440     IF FIL-TURMA(FIL-IDX) NOT = WS-TURMA-ATUAL
006450         IF WS-TURMA-ATUAL NOT = SPACES
006460             PERFORM 4400-FECHA-TURMA THRU 4400-FIM
006470         END-IF
006480         PERFORM 4200-ABRE-TURMA THRU 4200-FIM
006490     END-IF.
006500     MOVE 0 TO DET-POSICAO.
006510     IF NOT TURMA-CADASTRADA
006520         MOVE "B" TO FIL-IND-DESTINO(FIL-IDX)
006530         ADD 1 TO CONT-TURMA-INEXISTENTE
006540         ADD 1 TO QTD-BAIXADOS-TURMA
006550         MOVE "BAIXADO - TURMA NAO CADASTRADA" TO DET-SITUACAO
006560         GO TO 4100-IMPRIME
006570     END-IF.
006580     PERFORM 4150-PROCURA-NO-MESTRE THRU 4150-FIM.
006590     IF ALUNO-MATRICULADO
006600         MOVE "M" TO FIL-IND-DESTINO(FIL-IDX)
006610         ADD 1 TO CONT-MATRICULADOS
006620         ADD 1 TO QTD-BAIXADOS-TURMA
006630         MOVE "BAIXADO - JA MATRICULADO NA TURMA" TO DET-SITUACAO
006640         GO TO 4100-IMPRIME
006650     END-IF.
006660     ADD 1 TO QTD-POSICAO-TURMA.
006670     MOVE QTD-POSICAO-TURMA TO DET-POSICAO.
006680     IF TMS-FECHADA
006690         MOVE "E" TO FIL-IND-DESTINO(FIL-IDX)
006700         ADD 1 TO CONT-AGUARDANDO
006710         MOVE "AGUARDANDO - TURMA FECHADA" TO DET-SITUACAO
006720     ELSE
006730         IF QTD-VAGAS-TURMA > 0
006740             PERFORM 4300-CHAMA-PEDIDO THRU 4300-FIM
006750             MOVE "CHAMADO PARA A PROXIMA CARGA" TO DET-SITUACAO
006760         ELSE
006770             MOVE "E" TO FIL-IND-DESTINO(FIL-IDX)
006780             ADD 1 TO CONT-AGUARDANDO
006790             MOVE "AGUARDANDO VAGA" TO DET-SITUACAO
006800         END-IF
006810     END-IF.
006820     PERFORM 4500-GRAVA-LISTA-NOVA THRU 4500-FIM.
006830 4100-IMPRIME.
006840     MOVE FIL-RA(FIL-IDX)           TO DET-RA.
006850     MOVE FIL-NOME(FIL-IDX)         TO DET-NOME.
006860     MOVE FIL-SEXO(FIL-IDX)         TO DET-SEXO.
006870     MOVE FIL-IDADE(FIL-IDX)        TO DET-IDADE.
006880     MOVE FIL-DATA-PEDIDO(FIL-IDX)  TO DET-DATA.
006890     MOVE FIL-HORA-PEDIDO(FIL-IDX)  TO WS-HORA-PEDIDO.
006900     MOVE WS-HORA-HH                TO DET-HORA-HH.
006910     MOVE WS-HORA-MM                TO DET-HORA-MM.
006920     MOVE WS-HORA-SS                TO DET-HORA-SS.
006930     MOVE FIL-QTD-CHAMADAS(FIL-IDX) TO DET-CHAMADAS.
006940     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
006950     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
006960 4100-FIM.
006970     EXIT.
006980*----------------------------------------------------------------*
006990*    4150-PROCURA-NO-MESTRE
007000*    LE O MESTRE DE ALUNOS PELA CHAVE TURMA + RA DO PEDIDO.
007010*----------------------------------------------------------------*
007020 4150-PROCURA-NO-MESTRE.
007030     MOVE "S" TO IND-ALUNO-MATRICULADO.
007040     MOVE FIL-TURMA(FIL-IDX) TO MST-TURMA OF REG-ALUNO-MESTRE.
007050     MOVE FIL-RA(FIL-IDX)    TO MST-RA    OF REG-ALUNO-MESTRE.
007060     READ ARQ-ALUNOS-MESTRE
007070         INVALID KEY
007080             MOVE "N" TO IND-ALUNO-MATRICULADO
007090     END-READ.
007100 4150-FIM.
007110     EXIT.
007120*----------------------------------------------------------------*
007130*    4200-ABRE-TURMA
007140*    QUEBRA DE TURMA: BUSCA A TURMA NO MESTRE DE TURMAS, CONTA OS
007150*    ALUNOS JA MATRICULADOS NO MESTRE DE ALUNOS (MESMA CONTAGEM
007160*    DA CRITICA DE CAPACIDADE DA CARGA) E IMPRIME O CABECALHO DO
007170*    GRUPO DA TURMA, EM PAGINA PROPRIA.
007180*----------------------------------------------------------------*
007190 4200-ABRE-TURMA.
007200     MOVE FIL-TURMA(FIL-IDX) TO WS-TURMA-ATUAL.
007210     ADD 1 TO CONT-TURMAS.
007220     MOVE 0 TO QTD-ALUNOS-NA-TURMA QTD-VAGAS-TURMA
007230               QTD-POSICAO-TURMA QTD-CHAMADOS-TURMA
007240               QTD-BAIXADOS-TURMA.
007250     MOVE "S" TO IND-TURMA-CADASTRADA.
007260     MOVE WS-TURMA-ATUAL TO TMS-CODIGO.
007270     READ ARQ-TURMAS-MESTRE
007280         INVALID KEY
007290             MOVE "N" TO IND-TURMA-CADASTRADA
007300     END-READ.
007310     MOVE WS-TURMA-ATUAL TO TUR-TURMA.
007320     MOVE SPACES TO TUR-CURSO.
007330     MOVE 0 TO TUR-CAPACIDADE.
007340     IF TURMA-CADASTRADA
007350         PERFORM 4210-CONTA-ALUNOS-TURMA THRU 4210-FIM
007360         IF QTD-ALUNOS-NA-TURMA < TMS-CAPACIDADE
007370             COMPUTE QTD-VAGAS-TURMA =
007380                 TMS-CAPACIDADE - QTD-ALUNOS-NA-TURMA
007390         END-IF
007400         MOVE TMS-NOME-CURSO       TO TUR-CURSO
007410         MOVE TMS-CAPACIDADE       TO TUR-CAPACIDADE
007420     END-IF.
007430     MOVE QTD-ALUNOS-NA-TURMA  TO TUR-MATRICULADOS.
007440     MOVE QTD-VAGAS-TURMA      TO TUR-VAGAS.
007450     MOVE SPACES TO REG-LINHA-RELATORIO.
007460     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
007470     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
007480     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007490     MOVE WS-LINHA-TURMA TO REG-LINHA-RELATORIO.
007500     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007510     IF NOT TURMA-CADASTRADA
007520         MOVE SPACES TO WS-LINHA-AVISO
007530         MOVE "TURMA NAO CADASTRADA - PEDIDOS DA TURMA BAIXADOS"
007540             TO AVI-TEXTO
007550         MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
007560         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
007570     ELSE
007580         IF TMS-FECHADA
007590             MOVE SPACES TO WS-LINHA-AVISO
007600             MOVE "TURMA FECHADA - NENHUM PEDIDO CHAMADO"
007610                 TO AVI-TEXTO
007620             MOVE WS-LINHA-AVISO TO REG-LINHA-RELATORIO
007630             WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE
007640         END-IF
007650     END-IF.
007660     MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO.
007670     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007680 4200-FIM.
007690     EXIT.
007700*----------------------------------------------------------------*
007710*    4210-CONTA-ALUNOS-TURMA
007720*    CONTA OS ALUNOS DA TURMA NO MESTRE, LENDO A PARTIR DA CHAVE
007730*    TURMA + RA ZERO ATE TROCAR DE TURMA.
007740*----------------------------------------------------------------*
007750 4210-CONTA-ALUNOS-TURMA.
007760     MOVE 0 TO QTD-ALUNOS-NA-TURMA.
007770     MOVE "N" TO IND-FIM-MESTRE.
007780     MOVE WS-TURMA-ATUAL TO MST-TURMA OF REG-ALUNO-MESTRE.
007790     MOVE 0 TO MST-RA OF REG-ALUNO-MESTRE.
007800     START ARQ-ALUNOS-MESTRE
007810         KEY NOT < MST-CHAVE OF REG-ALUNO-MESTRE
007820         INVALID KEY
007830             MOVE "S" TO IND-FIM-MESTRE
007840     END-START.
007850     PERFORM 4220-CONTA-UM-ALUNO THRU 4220-FIM
007860         UNTIL FIM-ARQ-MESTRE.
007870 4210-FIM.
007880     EXIT.
007890*----------------------------------------------------------------*
007900 4220-CONTA-UM-ALUNO.
007910     READ ARQ-ALUNOS-MESTRE NEXT RECORD
007920         AT END
007930             MOVE "S" TO IND-FIM-MESTRE
007940     END-READ.
007950     IF FIM-ARQ-MESTRE
007960         GO TO 4220-FIM
007970     END-IF.
007980     IF MST-TURMA OF REG-ALUNO-MESTRE NOT = WS-TURMA-ATUAL
007990         MOVE "S" TO IND-FIM-MESTRE
008000         GO TO 4220-FIM
008010     END-IF.
008020     ADD 1 TO QTD-ALUNOS-NA-TURMA.
008030 4220-FIM.
008040     EXIT.
008050*----------------------------------------------------------------*
008060*    4300-CHAMA-PEDIDO
008070*    OCUPA UMA VAGA DA TURMA COM O PEDIDO E GRAVA EM CHAMSAI O
008080*    MOVIMENTO DE INCLUSAO NO LAYOUT DE ALUNOENT. O PEDIDO
008090*    CONTINUA NA LISTA (COMO CHAMADO) ATE APARECER NO MESTRE; SE
008100*    A CARGA NAO O ACEITAR, E CHAMADO DE NOVO NA PROXIMA VEZ.
008110*----------------------------------------------------------------*
008120 4300-CHAMA-PEDIDO.
008130     MOVE FIL-TURMA(FIL-IDX) TO TURMA OF REG-ALUNO-SAIDA.
008140     MOVE FIL-RA(FIL-IDX)    TO RA    OF REG-ALUNO-SAIDA.
008150     MOVE FIL-NOME(FIL-IDX)  TO NOME  OF REG-ALUNO-SAIDA.
008160     MOVE FIL-SEXO(FIL-IDX)  TO SEXO  OF REG-ALUNO-SAIDA.
008170     MOVE FIL-IDADE(FIL-IDX) TO IDADE OF REG-ALUNO-SAIDA.
008180     MOVE "I"    TO TIPO-TRANSACAO OF REG-ALUNO-SAIDA.
008190     MOVE SPACES TO RA-NOVO OF REG-ALUNO-SAIDA.
008200     WRITE REG-ALUNO-SAIDA.
008210     SUBTRACT 1 FROM QTD-VAGAS-TURMA.
008220     MOVE "C" TO FIL-IND-DESTINO(FIL-IDX).
008230     IF FIL-QTD-CHAMADAS(FIL-IDX) < 99
008240         ADD 1 TO FIL-QTD-CHAMADAS(FIL-IDX)
008250     END-IF.
008260     MOVE WS-DATA-HOJE TO FIL-DATA-CHAMADA(FIL-IDX).
008270     ADD 1 TO CONT-CHAMADOS.
008280     ADD 1 TO QTD-CHAMADOS-TURMA.
008290 4300-FIM.
008300     EXIT.
008310*----------------------------------------------------------------*
008320*    4400-FECHA-TURMA
008330*    IMPRIME O SUBTOTAL DA TURMA QUE ACABOU DE SER PERCORRIDA.
008340*----------------------------------------------------------------*
008350 4400-FECHA-TURMA.
008360     MOVE QTD-POSICAO-TURMA  TO SUB-FILA.
008370     MOVE QTD-CHAMADOS-TURMA TO SUB-CHAMADOS.
008380     MOVE QTD-BAIXADOS-TURMA TO SUB-BAIXADOS.
008390     MOVE WS-LINHA-SUBTOTAL TO REG-LINHA-RELATORIO.
008400     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
008410 4400-FIM.
008420     EXIT.
008430*----------------------------------------------------------------*
008440*    4500-GRAVA-LISTA-NOVA
008450*    GRAVA O PEDIDO QUE CONTINUA NA FILA NA NOVA GERACAO DA LISTA
008460*    (ESPPSAI), NA MESMA ORDEM DA TABELA.
008470*----------------------------------------------------------------*
008480 4500-GRAVA-LISTA-NOVA.
008490     MOVE FIL-TURMA(FIL-IDX)  TO ESP-TURMA  OF REG-LISTA-NOVA.
008500     MOVE FIL-RA(FIL-IDX)     TO ESP-RA     OF REG-LISTA-NOVA.
008510     MOVE FIL-NOME(FIL-IDX)   TO ESP-NOME   OF REG-LISTA-NOVA.
008520     MOVE FIL-SEXO(FIL-IDX)   TO ESP-SEXO   OF REG-LISTA-NOVA.
008530     MOVE FIL-IDADE(FIL-IDX)  TO ESP-IDADE  OF REG-LISTA-NOVA.
008540     MOVE FIL-DATA-PEDIDO(FIL-IDX)
008550                          TO ESP-DATA-PEDIDO OF REG-LISTA-NOVA.
008560     MOVE FIL-HORA-PEDIDO(FIL-IDX)
008570                          TO ESP-HORA-PEDIDO OF REG-LISTA-NOVA.
008580     MOVE FIL-JOB-ID(FIL-IDX) TO ESP-JOB-ID OF REG-LISTA-NOVA.
008590     MOVE FIL-QTD-CHAMADAS(FIL-IDX) TO LSTN-QTD-CHAMADAS.
008600     MOVE FIL-DATA-CHAMADA(FIL-IDX) TO LSTN-DATA-CHAMADA.
008610     WRITE REG-LISTA-NOVA.
008620     ADD 1 TO CONT-LISTA-GRAVADOS.
008630 4500-FIM.
008640     EXIT.
008650*----------------------------------------------------------------*
008660*    6000-IMPRIME-TOTAIS
008670*    TOTAIS DE CONTROLE DA EXECUCAO E CONFERENCIA: TODO PEDIDO
008680*    LIDO (LISTA ANTERIOR + PEDIDOS DO DIA), TIRADOS OS REPETIDOS,
008690*    VOLTA PARA A LISTA NOVA OU E BAIXADO.
008700*----------------------------------------------------------------*
008710 6000-IMPRIME-TOTAIS.
008720     COMPUTE WS-TOTAL-ENTRADA =
008730         CONT-LISTA-ANTERIOR + CONT-PEDIDOS-LIDOS
008740                             - CONT-PEDIDOS-REPETIDOS.
008750     COMPUTE WS-TOTAL-DESTINO =
008760         CONT-LISTA-GRAVADOS + CONT-MATRICULADOS
008770                             + CONT-TURMA-INEXISTENTE.
008780     IF WS-TOTAL-ENTRADA = WS-TOTAL-DESTINO
008790         MOVE "OK"         TO WS-STATUS-CONFERENCIA
008800     ELSE
008810         MOVE "DIVERGENTE" TO WS-STATUS-CONFERENCIA
008820     END-IF.
008830     MOVE SPACES TO REG-LINHA-RELATORIO.
008840     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
008850     MOVE WS-LINHA-TOT-TITULO TO REG-LINHA-RELATORIO.
008860     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008870     MOVE SPACES TO WS-LINHA-TOTAL.
008880     MOVE "PEDIDOS DA LISTA ANTERIOR .......:" TO TOTL-DESCRICAO.
008890     MOVE CONT-LISTA-ANTERIOR TO TOTL-VALOR.
008900     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008910     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
008920     MOVE SPACES TO WS-LINHA-TOTAL.
008930     MOVE "PEDIDOS NOVOS DA CARGA (ESPPED) .:" TO TOTL-DESCRICAO.
008940     MOVE CONT-PEDIDOS-LIDOS TO TOTL-VALOR.
008950     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008960     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008970     MOVE SPACES TO WS-LINHA-TOTAL.
008980     MOVE "PEDIDOS REPETIDOS (JA NA FILA) ..:" TO TOTL-DESCRICAO.
008990     MOVE CONT-PEDIDOS-REPETIDOS TO TOTL-VALOR.
009000     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009010     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009020     MOVE SPACES TO WS-LINHA-TOTAL.
009030     MOVE "TURMAS COM LISTA DE ESPERA ......:" TO TOTL-DESCRICAO.
009040     MOVE CONT-TURMAS TO TOTL-VALOR.
009050     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009060     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009070     MOVE SPACES TO WS-LINHA-TOTAL.
009080     MOVE "CHAMADOS PARA A PROXIMA CARGA ...:" TO TOTL-DESCRICAO.
009090     MOVE CONT-CHAMADOS TO TOTL-VALOR.
009100     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009110     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009120     MOVE SPACES TO WS-LINHA-TOTAL.
009130     MOVE "AGUARDANDO VAGA .................:" TO TOTL-DESCRICAO.
009140     MOVE CONT-AGUARDANDO TO TOTL-VALOR.
009150     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009160     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009170     MOVE SPACES TO WS-LINHA-TOTAL.
009180     MOVE "BAIXADOS (JA MATRICULADOS) ......:" TO TOTL-DESCRICAO.
009190     MOVE CONT-MATRICULADOS TO TOTL-VALOR.
009200     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009210     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009220     MOVE SPACES TO WS-LINHA-TOTAL.
009230     MOVE "BAIXADOS (TURMA NAO CADASTRADA) .:" TO TOTL-DESCRICAO.
009240     MOVE CONT-TURMA-INEXISTENTE TO TOTL-VALOR.
009250     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009260     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009270     MOVE SPACES TO WS-LINHA-TOTAL.
009280     MOVE "PEDIDOS GRAVADOS NA LISTA NOVA ..:" TO TOTL-DESCRICAO.
009290     MOVE CONT-LISTA-GRAVADOS TO TOTL-VALOR.
009300     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
009310     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009320     MOVE SPACES TO REG-LINHA-RELATORIO.
009330     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009340     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
009350     MOVE WS-MSG-CONF-CONTAGEM TO RCON-DESCRICAO.
009360     MOVE WS-STATUS-CONFERENCIA TO RCON-STATUS.
009370     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
009380     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
009390 6000-FIM.
009400     EXIT.
009410*----------------------------------------------------------------*
009420*    9999-FINALIZA
009430*    FECHA OS ARQUIVOS AO FINAL DA EXECUCAO.
009440*----------------------------------------------------------------*
009450 9999-FINALIZA.
009460     CLOSE ARQ-PEDIDOS.
009470     CLOSE ARQ-LISTA-ANT.
009480     CLOSE ARQ-LISTA-NOVA.
009490     CLOSE ARQ-CHAMADOS.
009500     CLOSE ARQ-ALUNOS-MESTRE.
009510     CLOSE ARQ-TURMAS-MESTRE.
009520     CLOSE ARQ-RELATORIO.
009530     DISPLAY "ESPERA: LISTA DE ESPERA ATUALIZADA - JOB "
009540             WS-JOB-ID UPON CONSOLE.
009550 9999-FIM.
009560     EXIT.
