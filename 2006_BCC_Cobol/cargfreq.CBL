000210*  HISTORICO DE ALTERACOES
000220*  DATA       AUTOR   DESCRICAO
000230*  2026-09-02 JMS     VERSAO ORIGINAL.
000231*  2026-10-15 JMS     INCLUIDO O CATALOGO DE DISCIPLINAS
000232*                     (DISCMST, COPIA DISCC): FREQUENCIA DE
000233*                     DISCIPLINA FORA DO CATALOGO OU NAO
000234*                     OFERECIDA PARA A TURMA DO MOVIMENTO E
000235*                     REJEITADA (4240), COMO NA CARGA DE NOTAS.
000236*  2026-10-15 JMS     INCLUIDO O CALENDARIO DE PERIODOS
000237*                     (PERIMST, COPIA PERIC): FREQUENCIA DE
000238*                     PERIODO NAO CADASTRADO OU JA FECHADO E
000239*                     REJEITADA (4250), COMO NA CARGA DE NOTAS.
000240*  2026-10-15 JMS     CADA INCLUSAO E REGRAVACAO DO MESTRE DE
000241*                     FREQUENCIA PASSOU A GRAVAR A IMAGEM ANTES E
000242*                     DEPOIS DO REGISTRO NO JORNAL DE
000243*                     ATUALIZACOES (JORNAL, COPIA JORNC), DE ONDE
000244*                     O PROGRAMA REAPLICA REFAZ O MESTRE. A
000245*                     REGRAVACAO RELE O REGISTRO GRAVADO PARA
000246*                     GUARDAR A IMAGEM ANTERIOR.
000248*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS STATUS-ARQ-REJEITOS.
000500
000502     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS RANDOM
000505         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000506         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000507
000508     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000509         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000511         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000512         FILE STATUS IS STATUS-ARQ-PERIODOS.
000513
000514     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000515         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS STATUS-ARQ-JORNAL.
000517
000518*----------------------------------------------------------------*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ARQ-FREQ-ENTRADA
000910     05  FRJ-FALTAS              PIC X(03).
000920     05  FRJ-AULAS-DADAS         PIC X(03).
000930     05  FRJ-MOTIVO              PIC X(40).
000931
000932 FD  ARQ-DISCIPLINAS-MESTRE
000933     LABEL RECORDS ARE STANDARD.
000934 01  REG-DISCIPLINA-MESTRE.
000935     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
000936                           DIS-NOME BY DMS-NOME
000937                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
000938                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
000939                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
000940                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
000941
000951 FD  ARQ-PERIODOS-MESTRE
000961     LABEL RECORDS ARE STANDARD.
000971 01  REG-PERIODO-MESTRE.
000981     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
000991                           PER-DATA-INICIO BY PMS-DATA-INICIO
001001                           PER-DATA-FIM BY PMS-DATA-FIM
001011                           PER-SITUACAO BY PMS-SITUACAO
001021                           PER-ABERTO BY PMS-ABERTO
001031                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
001041                           PER-FECHADO BY PMS-FECHADO
001051                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
001052
001053 FD  ARQ-JORNAL
001054     LABEL RECORDS ARE STANDARD.
001055 01  REG-JORNAL.
001056     COPY JORNC.
001057*----------------------------------------------------------------*
001058 WORKING-STORAGE SECTION.
001059*----------------------------------------------------------------*
001060*    CONTADORES DA CARGA DE FREQUENCIA
001061*----------------------------------------------------------------*
001062 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
001063 01  CONT-INCLUIDOS              PIC 9(06) COMP VALUE 0.
001064 01  CONT-REGRAVADOS             PIC 9(06) COMP VALUE 0.
001065 01  CONT-REJEITADOS             PIC 9(06) COMP VALUE 0.
001066 01  WS-IDX-TURMA                PIC 9(02) COMP VALUE 0.
001067*----------------------------------------------------------------*
001068*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
001069*----------------------------------------------------------------*
001070 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
001071 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
001080 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
001090 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
001095 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
001097 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
001098 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
001100*----------------------------------------------------------------*
001110*    INDICADORES (CHAVES DE COMUTACAO)
001120*----------------------------------------------------------------*
001160     88  REGISTRO-REJEITADO          VALUE "S".
001170 01  IND-ACHOU-ALUNO             PIC X(01) VALUE "N".
001180     88  ACHOU-ALUNO                 VALUE "S".
001182 01  IND-TURMA-OFERECE           PIC X(01) VALUE "N".
001184     88  TURMA-OFERECE               VALUE "S".
001190 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
001191*----------------------------------------------------------------*
001192*    IDENTIFICACAO DA EXECUCAO (JORNAL DE ATUALIZACOES)
001193*----------------------------------------------------------------*
001194 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001195*    IMAGEM DO REGISTRO DO MESTRE ANTES DA REGRAVACAO (4270)
001196 01  WS-FREQ-ANTES               PIC X(28) VALUE SPACES.
001200*----------------------------------------------------------------*
001210 PROCEDURE DIVISION.
001220*----------------------------------------------------------------*
001320*    CARGA), E CRIADO VAZIO, NO MESMO ESQUEMA DA CARGA DE NOTAS.
001330*----------------------------------------------------------------*
001340 1000-INICIALIZACAO.
001345     ACCEPT WS-JOB-ID FROM TIME.
001350     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
001360               CONT-REJEITADOS.
001370     MOVE "N" TO IND-FIM-ENTRADA.
001380     OPEN INPUT  ARQ-FREQ-ENTRADA.
001390     OPEN INPUT  ARQ-ALUNOS-MESTRE.
001400     OPEN OUTPUT ARQ-REJEITOS.
001405     OPEN INPUT  ARQ-DISCIPLINAS-MESTRE.
001406     OPEN INPUT  ARQ-PERIODOS-MESTRE.
001408     OPEN OUTPUT ARQ-JORNAL.
001410     OPEN I-O    ARQ-FREQ-MESTRE.
001420     IF STATUS-ARQ-FREQ = "35"
001430         OPEN OUTPUT ARQ-FREQ-MESTRE
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.
001702     IF STATUS-ARQ-DISCIPLINAS NOT = "00"
001703         DISPLAY "CARGFREQ: ERRO AO ABRIR DISCMST - STATUS "
001704                 STATUS-ARQ-DISCIPLINAS UPON CONSOLE
001705         MOVE 16 TO RETURN-CODE
001706         STOP RUN
001707     END-IF.
001708     IF STATUS-ARQ-PERIODOS NOT = "00"
001709         DISPLAY "CARGFREQ: ERRO AO ABRIR PERIMST - STATUS "
001710                 STATUS-ARQ-PERIODOS UPON CONSOLE
001711         MOVE 16 TO RETURN-CODE
001712         STOP RUN
001713     END-IF.
001714     IF STATUS-ARQ-JORNAL NOT = "00"
001715         DISPLAY "CARGFREQ: ERRO AO ABRIR JORNAL - STATUS "
001716                 STATUS-ARQ-JORNAL UPON CONSOLE
001717         MOVE 16 TO RETURN-CODE
001718         STOP RUN
001721     END-IF.
001724 1000-FIM.
001727     EXIT.
001730*----------------------------------------------------------------*
001740 4000-PROCESSA-ENTRADA.
001750     PERFORM 4100-LER-PROXIMA-FREQ THRU 4100-FIM.
002110*    4210-VALIDA-FREQ
002120*    CRITICA DO REGISTRO DE FREQUENCIA: CHAVE COMPLETA, RA
002130*    NUMERICO, QUANTIDADES NUMERICAS, AULAS DADAS MAIOR QUE ZERO
002140*    E FALTAS DENTRO DO TOTAL DE AULAS, DISCIPLINA DO CATALOGO
002145*    OFERECIDA PARA A TURMA (4240), COM PERIODO DO CALENDARIO
002146*    AINDA NAO FECHADO (4250).
002150*----------------------------------------------------------------*
002160 4210-VALIDA-FREQ.
002170     IF FQ-TURMA OF REG-FREQ-ENTRADA = SPACES
002550         MOVE "S" TO IND-REGISTRO-REJEITADO
002560         MOVE "FALTAS MAIORES QUE AS AULAS DADAS"
002570             TO MOTIVO-REJEICAO
002575         GO TO 4210-FIM
002580     END-IF.
002585     PERFORM 4240-CONFERE-DISCIPLINA THRU 4240-FIM.
002586     IF REGISTRO-REJEITADO
002587         GO TO 4210-FIM
002588     END-IF.
002589     PERFORM 4250-CONFERE-PERIODO THRU 4250-FIM.
002590 4210-FIM.
002600     EXIT.
002610*----------------------------------------------------------------*
002770     END-READ.
002780 4230-FIM.
002790     EXIT.
002791*----------------------------------------------------------------*
002792*    4240-CONFERE-DISCIPLINA
002793*    LE O CATALOGO DE DISCIPLINAS PELO CODIGO DO APONTAMENTO E
002794*    PROCURA A TURMA DO MOVIMENTO NA TABELA DE TURMAS QUE
002795*    OFERECEM A DISCIPLINA (4245). DISCIPLINA FORA DO CATALOGO
002796*    OU NAO OFERECIDA PARA A TURMA REJEITA O REGISTRO.
002797*----------------------------------------------------------------*
002798 4240-CONFERE-DISCIPLINA.
002799     MOVE FQ-DISCIPLINA OF REG-FREQ-ENTRADA
002800         TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
002801     READ ARQ-DISCIPLINAS-MESTRE
002802         INVALID KEY
002803             MOVE "S" TO IND-REGISTRO-REJEITADO
002804             MOVE "DISCIPLINA INEXISTENTE NO CATALOGO"
002805                 TO MOTIVO-REJEICAO
002806     END-READ.
002807     IF REGISTRO-REJEITADO
002808         GO TO 4240-FIM
002809     END-IF.
002810     MOVE "N" TO IND-TURMA-OFERECE.
002811     PERFORM 4245-PROCURA-TURMA-OFERTA THRU 4245-FIM
002812         VARYING WS-IDX-TURMA FROM 1 BY 1
002813             UNTIL WS-IDX-TURMA >
002814                       DMS-QTD-TURMAS OF REG-DISCIPLINA-MESTRE
002815                OR TURMA-OFERECE.
002816     IF NOT TURMA-OFERECE
002817         MOVE "S" TO IND-REGISTRO-REJEITADO
002818         MOVE "DISCIPLINA NAO OFERECIDA PARA A TURMA"
002819             TO MOTIVO-REJEICAO
002820     END-IF.
002821 4240-FIM.
002822     EXIT.
002823*----------------------------------------------------------------*
002824 4245-PROCURA-TURMA-OFERTA.
002825     IF DMS-TURMA-OFERTA OF REG-DISCIPLINA-MESTRE (WS-IDX-TURMA)
002826            = FQ-TURMA OF REG-FREQ-ENTRADA
002827         MOVE "S" TO IND-TURMA-OFERECE
002828     END-IF.
002829 4245-FIM.
002830     EXIT.
002831*----------------------------------------------------------------*
002832*    4250-CONFERE-PERIODO
002833*    LE O CALENDARIO DE PERIODOS PELO PERIODO DO MOVIMENTO. SO E
002834*    ACEITO MOVIMENTO DE PERIODO CADASTRADO E AINDA NAO FECHADO
002835*    (ABERTO OU EM FECHAMENTO).
002836*----------------------------------------------------------------*
002837 4250-CONFERE-PERIODO.
002838     MOVE FQ-PERIODO OF REG-FREQ-ENTRADA
002839         TO PMS-CODIGO OF REG-PERIODO-MESTRE.
002840     READ ARQ-PERIODOS-MESTRE
002841         INVALID KEY
002842             MOVE "S" TO IND-REGISTRO-REJEITADO
002843             MOVE "PERIODO INEXISTENTE NO CALENDARIO"
002844                 TO MOTIVO-REJEICAO
002845     END-READ.
002846     IF REGISTRO-REJEITADO
002847         GO TO 4250-FIM
002848     END-IF.
002849     IF PMS-FECHADO OF REG-PERIODO-MESTRE
002850         MOVE "S" TO IND-REGISTRO-REJEITADO
002851         MOVE "PERIODO FECHADO - MOVIMENTO NAO ACEITO"
002852             TO MOTIVO-REJEICAO
002853     END-IF.
002854 4250-FIM.
002855     EXIT.
002856*----------------------------------------------------------------*
002857*    4260-GRAVA-FREQ
002858*    INCLUI A FREQUENCIA NO MESTRE; SE A CHAVE JA EXISTE (STATUS
002859*    22 NO WRITE), REGRAVA COM OS VALORES NOVOS, QUE E A
002860*    ATUALIZACAO DO APONTAMENTO ANTERIOR.
002861*----------------------------------------------------------------*
002862 4260-GRAVA-FREQ.
002870     MOVE FQ-TURMA OF REG-FREQ-ENTRADA
002880         TO FMS-TURMA OF REG-FREQ-MESTRE.
002890     MOVE FQ-RA OF REG-FREQ-ENTRADA
003010             PERFORM 4270-REGRAVA-FREQ THRU 4270-FIM
003020         NOT INVALID KEY
003030             ADD 1 TO CONT-INCLUIDOS
003032             MOVE "I" TO JRN-OPERACAO
003034             MOVE SPACES TO JRN-IMAGEM-ANTES
003036             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
003040     END-WRITE.
003050 4260-FIM.
003060     EXIT.
003063*----------------------------------------------------------------*
003066*    4270-REGRAVA-FREQ
003069*    RELE A FREQUENCIA GRAVADA PARA GUARDAR A IMAGEM ANTERIOR DO
003072*    JORNAL, REPOE OS VALORES NOVOS E REGRAVA.
003075*----------------------------------------------------------------*
003078 4270-REGRAVA-FREQ.
003081     MOVE REG-FREQ-MESTRE TO JRN-IMAGEM-DEPOIS.
003084     READ ARQ-FREQ-MESTRE
003087         INVALID KEY
003090             DISPLAY "CARGFREQ: ERRO AO RELER FREQ DO RA "
003093                     FQ-RA OF REG-FREQ-ENTRADA UPON CONSOLE
003096             GO TO 4270-FIM
003099     END-READ.
003102     MOVE REG-FREQ-MESTRE TO WS-FREQ-ANTES.
003105     MOVE JRN-IMAGEM-DEPOIS TO REG-FREQ-MESTRE.
003108     REWRITE REG-FREQ-MESTRE
003111         INVALID KEY
003114             DISPLAY "CARGFREQ: ERRO AO REGRAVAR FREQ DO RA "
003117                     FQ-RA OF REG-FREQ-ENTRADA UPON CONSOLE
003120         NOT INVALID KEY
003123             ADD 1 TO CONT-REGRAVADOS
003126             MOVE "A" TO JRN-OPERACAO
003129             MOVE WS-FREQ-ANTES TO JRN-IMAGEM-ANTES
003132             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
003135     END-REWRITE.
003160 4270-FIM.
003170     EXIT.
003180*----------------------------------------------------------------*
003290     ADD 1 TO CONT-REJEITADOS.
003300 4300-FIM.
003310     EXIT.
003311*----------------------------------------------------------------*
003312*    8900-GRAVA-JORNAL
003313*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NO MESTRE
003314*    DE FREQUENCIA. O CHAMADOR INFORMA A OPERACAO E A IMAGEM
003315*    ANTES; A IMAGEM DEPOIS E O REGISTRO COMO FICOU NO MESTRE.
003316*----------------------------------------------------------------*
003317 8900-GRAVA-JORNAL.
003318     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
003319     ACCEPT JRN-HORA-MOVTO FROM TIME.
003320     MOVE WS-JOB-ID             TO JRN-JOB-ID.
003321     MOVE "CARGFREQ"            TO JRN-PROGRAMA.
003322     MOVE "FREQMST"             TO JRN-ARQUIVO.
003323     MOVE FMS-CHAVE OF REG-FREQ-MESTRE TO JRN-CHAVE.
003324     MOVE REG-FREQ-MESTRE       TO JRN-IMAGEM-DEPOIS.
003325     WRITE REG-JORNAL.
003326 8900-FIM.
003327     EXIT.
003328*----------------------------------------------------------------*
003330 9999-FINALIZA.
003340     CLOSE ARQ-FREQ-ENTRADA.
003350     CLOSE ARQ-ALUNOS-MESTRE.
003360     CLOSE ARQ-FREQ-MESTRE.
003370     CLOSE ARQ-REJEITOS.
003375     CLOSE ARQ-DISCIPLINAS-MESTRE.
003376     CLOSE ARQ-PERIODOS-MESTRE.
003378     CLOSE ARQ-JORNAL.
003380     DISPLAY "CARGFREQ: LIDOS " CONT-LIDOS
003390             " INCLUIDOS " CONT-INCLUIDOS
003400             " REGRAVADOS " CONT-REGRAVADOS
