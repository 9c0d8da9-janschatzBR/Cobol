000210*  HISTORICO DE ALTERACOES
000220*  DATA       AUTOR   DESCRICAO
000230*  2026-09-02 JMS     VERSAO ORIGINAL.
000231*  2026-10-15 JMS     CADA INCLUSAO E REGRAVACAO DO MESTRE DE
000232*                     TURMAS PASSOU A GRAVAR A IMAGEM ANTES E
000233*                     DEPOIS DO REGISTRO NO JORNAL DE
000234*                     ATUALIZACOES (JORNAL, COPIA JORNC), DE ONDE
000235*                     O PROGRAMA REAPLICA REFAZ O MESTRE. A
000236*                     REGRAVACAO RELE O REGISTRO GRAVADO PARA
000237*                     GUARDAR A IMAGEM ANTERIOR.
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000410     SELECT ARQ-REJEITOS        ASSIGN TO TURMREJ
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS STATUS-ARQ-REJEITOS.
000432
000434     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000436         ORGANIZATION IS SEQUENTIAL
000438         FILE STATUS IS STATUS-ARQ-JORNAL.
000440
000450*----------------------------------------------------------------*
000460 DATA DIVISION.
000680     05  TRJ-CAPACIDADE          PIC X(03).
000690     05  TRJ-SITUACAO            PIC X(01).
000700     05  TRJ-MOTIVO              PIC X(40).
000701
000702 FD  ARQ-JORNAL
000703     LABEL RECORDS ARE STANDARD.
000704 01  REG-JORNAL.
000705     COPY JORNC.
000710*----------------------------------------------------------------*
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------*
000830 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
000840 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
000850 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
000855 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
000860*----------------------------------------------------------------*
000870*    INDICADORES (CHAVES DE COMUTACAO)
000880*----------------------------------------------------------------*
000910 01  IND-REGISTRO-REJEITADO      PIC X(01) VALUE "N".
000920     88  REGISTRO-REJEITADO          VALUE "S".
000930 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
000931*----------------------------------------------------------------*
000932*    IDENTIFICACAO DA EXECUCAO (JORNAL DE ATUALIZACOES)
000933*----------------------------------------------------------------*
000934 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
000935*    IMAGEM DO REGISTRO DO MESTRE ANTES DA REGRAVACAO (4270)
000936 01  WS-TURMA-ANTES              PIC X(38) VALUE SPACES.
000940*----------------------------------------------------------------*
000950 PROCEDURE DIVISION.
000960*----------------------------------------------------------------*
001060*    CRIADO VAZIO, NO MESMO ESQUEMA DAS DEMAIS CARGAS.
001070*----------------------------------------------------------------*
001080 1000-INICIALIZACAO.
001086     ACCEPT WS-JOB-ID FROM TIME.
001090     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
001100               CONT-REJEITADOS.
001110     MOVE "N" TO IND-FIM-ENTRADA.
001120     OPEN INPUT  ARQ-TURMAS-ENTRADA.
001130     OPEN OUTPUT ARQ-REJEITOS.
001135     OPEN OUTPUT ARQ-JORNAL.
001140     OPEN I-O    ARQ-TURMAS-MESTRE.
001150     IF STATUS-ARQ-MESTRE = "35"
001160         OPEN OUTPUT ARQ-TURMAS-MESTRE
001350         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001370     END-IF.
001371     IF STATUS-ARQ-JORNAL NOT = "00"
001372         DISPLAY "CARGTUR: ERRO AO ABRIR JORNAL - STATUS "
001373                 STATUS-ARQ-JORNAL UPON CONSOLE
001374         MOVE 16 TO RETURN-CODE
001375         STOP RUN
001376     END-IF.
001380 1000-FIM.
001390     EXIT.
001400*----------------------------------------------------------------*
002070*    4260-GRAVA-TURMA
002080*    INCLUI A TURMA NO MESTRE; SE O CODIGO JA EXISTE (STATUS 22
002090*    NO WRITE), REGRAVA COM OS VALORES NOVOS, QUE E A ALTERACAO
002100*    DO CADASTRO DA TURMA. A INCLUSAO VAI PARA O JORNAL.
002110*----------------------------------------------------------------*
002120 4260-GRAVA-TURMA.
002130     MOVE TRM-CODIGO OF REG-TURMA-ENTRADA
002230             PERFORM 4270-REGRAVA-TURMA THRU 4270-FIM
002240         NOT INVALID KEY
002250             ADD 1 TO CONT-INCLUIDOS
002252             MOVE "I" TO JRN-OPERACAO
002254             MOVE SPACES TO JRN-IMAGEM-ANTES
002256             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
002260     END-WRITE.
002270 4260-FIM.
002280     EXIT.
002283*----------------------------------------------------------------*
002286*    4270-REGRAVA-TURMA
002289*    RELE A TURMA GRAVADA PARA GUARDAR A IMAGEM ANTERIOR DO
002292*    JORNAL, REPOE OS VALORES NOVOS E REGRAVA.
002295*----------------------------------------------------------------*
002298 4270-REGRAVA-TURMA.
002301     MOVE REG-TURMA-MESTRE TO JRN-IMAGEM-DEPOIS.
002304     READ ARQ-TURMAS-MESTRE
002307         INVALID KEY
002310             DISPLAY "CARGTUR: ERRO AO RELER TURMA "
002313                     TRM-CODIGO OF REG-TURMA-ENTRADA UPON CONSOLE
002316             GO TO 4270-FIM
002319     END-READ.
002322     MOVE REG-TURMA-MESTRE TO WS-TURMA-ANTES.
002325     MOVE JRN-IMAGEM-DEPOIS TO REG-TURMA-MESTRE.
002328     REWRITE REG-TURMA-MESTRE
002331         INVALID KEY
002334             DISPLAY "CARGTUR: ERRO AO REGRAVAR TURMA "
002337                     TRM-CODIGO OF REG-TURMA-ENTRADA UPON CONSOLE
002340         NOT INVALID KEY
002343             ADD 1 TO CONT-REGRAVADOS
002346             MOVE "A" TO JRN-OPERACAO
002349             MOVE WS-TURMA-ANTES TO JRN-IMAGEM-ANTES
002352             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
002355     END-REWRITE.
002380 4270-FIM.
002390     EXIT.
002400*----------------------------------------------------------------*
002480     ADD 1 TO CONT-REJEITADOS.
002490 4300-FIM.
002500     EXIT.
002501*----------------------------------------------------------------*
002502*    8900-GRAVA-JORNAL
002503*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NO MESTRE
002504*    DE TURMAS. O CHAMADOR INFORMA A OPERACAO E A IMAGEM ANTES; A
002505*    IMAGEM DEPOIS E O REGISTRO COMO FICOU NO MESTRE.
002506*----------------------------------------------------------------*
002507 8900-GRAVA-JORNAL.
002508     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
002509     ACCEPT JRN-HORA-MOVTO FROM TIME.
002510     MOVE WS-JOB-ID             TO JRN-JOB-ID.
002511     MOVE "CARGTUR"             TO JRN-PROGRAMA.
002512     MOVE "TURMMST"             TO JRN-ARQUIVO.
002513     MOVE TMS-CODIGO OF REG-TURMA-MESTRE TO JRN-CHAVE.
002514     MOVE REG-TURMA-MESTRE      TO JRN-IMAGEM-DEPOIS.
002515     WRITE REG-JORNAL.
002516 8900-FIM.
002517     EXIT.
002518*----------------------------------------------------------------*
002520 9999-FINALIZA.
002530     CLOSE ARQ-TURMAS-ENTRADA.
002540     CLOSE ARQ-TURMAS-MESTRE.
002550     CLOSE ARQ-REJEITOS.
002555     CLOSE ARQ-JORNAL.
002560     DISPLAY "CARGTUR: LIDOS " CONT-LIDOS
002570             " INCLUIDOS " CONT-INCLUIDOS
002580             " REGRAVADOS " CONT-REGRAVADOS
