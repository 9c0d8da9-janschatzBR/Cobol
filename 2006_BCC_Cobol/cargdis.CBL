000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    CARGDIS.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  CARGA DO CATALOGO DE DISCIPLINAS (DISCMST). LE O MOVIMENTO DE *
000120*  DISCIPLINAS (DISCENT, COPIA DISCC), VALIDA CADA REGISTRO      *
000130*  (CODIGO E NOME INFORMADOS, CARGA HORARIA NUMERICA E MAIOR QUE *
000140*  ZERO, QUANTIDADE DE TURMAS DE 1 A 10 E CADA TURMA DA OFERTA   *
000150*  CADASTRADA NO MESTRE DE TURMAS) E GRAVA O CATALOGO, INDEXADO  *
000160*  PELO CODIGO. DISCIPLINA NOVA E INCLUIDA; DISCIPLINA JA        *
000170*  CADASTRADA E REGRAVADA COM OS VALORES NOVOS (ALTERACAO DE     *
000180*  NOME, CARGA HORARIA OU DAS TURMAS QUE A OFERECEM). REGISTRO   *
000190*  INVALIDO VAI PARA O ARQUIVO DE REJEITOS (DISCREJ) COM O       *
000200*  MOTIVO, NO MESMO ESQUEMA DA CARGA DE TURMAS (CARGTUR).        *
000210*----------------------------------------------------------------*
000220*  HISTORICO DE ALTERACOES
000230*  DATA       AUTOR   DESCRICAO
000240*  2026-10-15 JMS     VERSAO ORIGINAL.
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     CONSOLE IS CONSOLE.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ARQ-DISCIPLINAS-ENTRADA ASSIGN TO DISCENT
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS STATUS-ARQ-ENTRADA.
000350
000360     SELECT ARQ-DISCIPLINAS-MESTRE  ASSIGN TO DISCMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000400         FILE STATUS IS STATUS-ARQ-MESTRE.
000410
000420     SELECT ARQ-TURMAS-MESTRE       ASSIGN TO TURMMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000460         FILE STATUS IS STATUS-ARQ-TURMAS.
000470
000480     SELECT ARQ-REJEITOS            ASSIGN TO DISCREJ
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS STATUS-ARQ-REJEITOS.
000510
000520*----------------------------------------------------------------*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ARQ-DISCIPLINAS-ENTRADA
000560     LABEL RECORDS ARE STANDARD.
000570 01  REG-DISCIPLINA-ENTRADA.
000580     COPY DISCC.
000590
000600 FD  ARQ-DISCIPLINAS-MESTRE
000610     LABEL RECORDS ARE STANDARD.
000620 01  REG-DISCIPLINA-MESTRE.
000630     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
000640                           DIS-NOME BY DMS-NOME
000650                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
000660                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
000670                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
000680                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
000690
000700 FD  ARQ-TURMAS-MESTRE
000710     LABEL RECORDS ARE STANDARD.
000720 01  REG-TURMA-MESTRE.
000730     COPY TURMC  REPLACING TRM-CODIGO BY TMS-CODIGO
000740                           TRM-NOME-CURSO BY TMS-NOME-CURSO
000750                           TRM-CAPACIDADE BY TMS-CAPACIDADE
000760                           TRM-SITUACAO BY TMS-SITUACAO
000770                           TRM-ABERTA BY TMS-ABERTA
000780                           TRM-FECHADA BY TMS-FECHADA.
000790
000800 FD  ARQ-REJEITOS
000810     LABEL RECORDS ARE STANDARD.
000820 01  REG-DISCIPLINA-REJEITADA.
000830     05  DRJ-CODIGO              PIC X(06).
000840     05  DRJ-NOME                PIC X(30).
000850     05  DRJ-CARGA-HORARIA       PIC X(03).
000860     05  DRJ-QTD-TURMAS          PIC X(02).
000870     05  DRJ-TURMAS-OFERTA       PIC X(40).
000880     05  DRJ-MOTIVO              PIC X(40).
000890*----------------------------------------------------------------*
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------*
000920*    CONSTANTES
000930*----------------------------------------------------------------*
000940 77  WS-MAX-TURMAS-OFERTA        PIC 9(02) COMP VALUE 10.
000950*----------------------------------------------------------------*
000960*    CONTADORES DA CARGA DE DISCIPLINAS
000970*----------------------------------------------------------------*
000980 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
000990 01  CONT-INCLUIDOS              PIC 9(06) COMP VALUE 0.
001000 01  CONT-REGRAVADOS             PIC 9(06) COMP VALUE 0.
001010 01  CONT-REJEITADOS             PIC 9(06) COMP VALUE 0.
001020 01  WS-IDX-TURMA                PIC 9(02) COMP VALUE 0.
001030*----------------------------------------------------------------*
001040*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
001050*----------------------------------------------------------------*
001060 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
001070 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
001080 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
001090 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
001100*----------------------------------------------------------------*
001110*    INDICADORES (CHAVES DE COMUTACAO)
001120*----------------------------------------------------------------*
001130 01  IND-FIM-ENTRADA             PIC X(01) VALUE "N".
001140     88  FIM-ARQ-ENTRADA             VALUE "S".
001150 01  IND-REGISTRO-REJEITADO      PIC X(01) VALUE "N".
001160     88  REGISTRO-REJEITADO          VALUE "S".
001170 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
001180*----------------------------------------------------------------*
001190 PROCEDURE DIVISION.
001200*----------------------------------------------------------------*
001210 0000-MAINLINE.
001220     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
001230     PERFORM 4000-PROCESSA-ENTRADA   THRU 4000-FIM.
001240     PERFORM 9999-FINALIZA           THRU 9999-FIM.
001250     STOP RUN.
001260*----------------------------------------------------------------*
001270*    1000-INICIALIZACAO
001280*    ABRE OS ARQUIVOS DA CARGA DE DISCIPLINAS. O CATALOGO E
001290*    ABERTO EM I-O; SE AINDA NAO EXISTIR (PRIMEIRA CARGA), E
001300*    CRIADO VAZIO, NO MESMO ESQUEMA DAS DEMAIS CARGAS. O MESTRE
001310*    DE TURMAS E SO CONSULTADO, PARA CONFERIR A OFERTA.
001320*----------------------------------------------------------------*
001330 1000-INICIALIZACAO.
001340     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
001350               CONT-REJEITADOS.
001360     MOVE "N" TO IND-FIM-ENTRADA.
001370     OPEN INPUT  ARQ-DISCIPLINAS-ENTRADA.
001380     OPEN INPUT  ARQ-TURMAS-MESTRE.
001390     OPEN OUTPUT ARQ-REJEITOS.
001400     OPEN I-O    ARQ-DISCIPLINAS-MESTRE.
001410     IF STATUS-ARQ-MESTRE = "35"
001420         OPEN OUTPUT ARQ-DISCIPLINAS-MESTRE
001430         CLOSE ARQ-DISCIPLINAS-MESTRE
001440         OPEN I-O ARQ-DISCIPLINAS-MESTRE
001450     END-IF.
001460     IF STATUS-ARQ-ENTRADA NOT = "00"
001470         DISPLAY "CARGDIS: ERRO AO ABRIR DISCENT - STATUS "
001480                 STATUS-ARQ-ENTRADA UPON CONSOLE
001490         MOVE 16 TO RETURN-CODE
001500         STOP RUN
001510     END-IF.
001520     IF STATUS-ARQ-MESTRE NOT = "00"
001530         DISPLAY "CARGDIS: ERRO AO ABRIR DISCMST - STATUS "
001540                 STATUS-ARQ-MESTRE UPON CONSOLE
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF.
001580     IF STATUS-ARQ-TURMAS NOT = "00"
001590         DISPLAY "CARGDIS: ERRO AO ABRIR TURMMST - STATUS "
001600                 STATUS-ARQ-TURMAS UPON CONSOLE
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     IF STATUS-ARQ-REJEITOS NOT = "00"
001650         DISPLAY "CARGDIS: ERRO AO ABRIR DISCREJ - STATUS "
001660                 STATUS-ARQ-REJEITOS UPON CONSOLE
001670         MOVE 16 TO RETURN-CODE
001680         STOP RUN
001690     END-IF.
001700 1000-FIM.
001710     EXIT.
001720*----------------------------------------------------------------*
001730 4000-PROCESSA-ENTRADA.
001740     PERFORM 4100-LER-PROXIMA-DISCIPLINA THRU 4100-FIM.
001750     PERFORM 4200-PROCESSA-UMA-DISCIPLINA THRU 4200-FIM
001760         UNTIL FIM-ARQ-ENTRADA.
001770 4000-FIM.
001780     EXIT.
001790*----------------------------------------------------------------*
001800 4100-LER-PROXIMA-DISCIPLINA.
001810     READ ARQ-DISCIPLINAS-ENTRADA
001820         AT END
001830             MOVE "S" TO IND-FIM-ENTRADA
001840         NOT AT END
001850             ADD 1 TO CONT-LIDOS
001860     END-READ.
001870 4100-FIM.
001880     EXIT.
001890*----------------------------------------------------------------*
001900 4200-PROCESSA-UMA-DISCIPLINA.
001910     MOVE "N" TO IND-REGISTRO-REJEITADO.
001920     PERFORM 4210-VALIDA-DISCIPLINA THRU 4210-FIM.
001930     IF REGISTRO-REJEITADO
001940         PERFORM 4300-REJEITA-DISCIPLINA THRU 4300-FIM
001950     ELSE
001960         PERFORM 4260-GRAVA-DISCIPLINA THRU 4260-FIM
001970     END-IF.
001980     PERFORM 4100-LER-PROXIMA-DISCIPLINA THRU 4100-FIM.
001990 4200-FIM.
002000     EXIT.
002010*----------------------------------------------------------------*
002020*    4210-VALIDA-DISCIPLINA
002030*    CRITICA DO REGISTRO DE DISCIPLINA: CODIGO E NOME INFORMADOS,
002040*    CARGA HORARIA NUMERICA E MAIOR QUE ZERO, QUANTIDADE DE
002050*    TURMAS NUMERICA DE 1 A 10 E CADA TURMA DA OFERTA CADASTRADA
002060*    NO MESTRE DE TURMAS (4220).
002070*----------------------------------------------------------------*
002080 4210-VALIDA-DISCIPLINA.
002090     IF DIS-CODIGO OF REG-DISCIPLINA-ENTRADA = SPACES
002100         MOVE "S" TO IND-REGISTRO-REJEITADO
002110         MOVE "CODIGO DE DISCIPLINA NAO INFORMADO"
002120             TO MOTIVO-REJEICAO
002130         GO TO 4210-FIM
002140     END-IF.
002150     IF DIS-NOME OF REG-DISCIPLINA-ENTRADA = SPACES
002160         MOVE "S" TO IND-REGISTRO-REJEITADO
002170         MOVE "NOME DA DISCIPLINA NAO INFORMADO"
002180             TO MOTIVO-REJEICAO
002190         GO TO 4210-FIM
002200     END-IF.
002210     IF DIS-CARGA-HORARIA OF REG-DISCIPLINA-ENTRADA NOT NUMERIC
002220         MOVE "S" TO IND-REGISTRO-REJEITADO
002230         MOVE "CARGA HORARIA NAO NUMERICA" TO MOTIVO-REJEICAO
002240         GO TO 4210-FIM
002250     END-IF.
002260     IF DIS-CARGA-HORARIA OF REG-DISCIPLINA-ENTRADA = 0
002270         MOVE "S" TO IND-REGISTRO-REJEITADO
002280         MOVE "CARGA HORARIA DEVE SER MAIOR QUE ZERO"
002290             TO MOTIVO-REJEICAO
002300         GO TO 4210-FIM
002310     END-IF.
002320     IF DIS-QTD-TURMAS OF REG-DISCIPLINA-ENTRADA NOT NUMERIC
002330         MOVE "S" TO IND-REGISTRO-REJEITADO
002340         MOVE "QUANTIDADE DE TURMAS NAO NUMERICA"
002350             TO MOTIVO-REJEICAO
002360         GO TO 4210-FIM
002370     END-IF.
002380     IF DIS-QTD-TURMAS OF REG-DISCIPLINA-ENTRADA = 0
002390        OR DIS-QTD-TURMAS OF REG-DISCIPLINA-ENTRADA
002400               > WS-MAX-TURMAS-OFERTA
002410         MOVE "S" TO IND-REGISTRO-REJEITADO
002420         MOVE "QUANTIDADE DE TURMAS FORA DA FAIXA 1 A 10"
002430             TO MOTIVO-REJEICAO
002440         GO TO 4210-FIM
002450     END-IF.
002460     PERFORM 4220-VALIDA-TURMA-OFERTA THRU 4220-FIM
002470         VARYING WS-IDX-TURMA FROM 1 BY 1
002480             UNTIL WS-IDX-TURMA >
002490                       DIS-QTD-TURMAS OF REG-DISCIPLINA-ENTRADA
002500                OR REGISTRO-REJEITADO.
002510 4210-FIM.
002520     EXIT.
002530*----------------------------------------------------------------*
002540*    4220-VALIDA-TURMA-OFERTA
002550*    CONFERE UMA POSICAO DA TABELA DE TURMAS DA OFERTA: TURMA
002560*    INFORMADA E CADASTRADA NO MESTRE DE TURMAS.
002570*----------------------------------------------------------------*
002580 4220-VALIDA-TURMA-OFERTA.
002590     IF DIS-TURMA-OFERTA OF REG-DISCIPLINA-ENTRADA (WS-IDX-TURMA)
002600            = SPACES
002610         MOVE "S" TO IND-REGISTRO-REJEITADO
002620         MOVE "TURMA DA OFERTA NAO INFORMADA" TO MOTIVO-REJEICAO
002630         GO TO 4220-FIM
002640     END-IF.
002650     MOVE DIS-TURMA-OFERTA OF REG-DISCIPLINA-ENTRADA
002655              (WS-IDX-TURMA) TO TMS-CODIGO OF REG-TURMA-MESTRE.
002670     READ ARQ-TURMAS-MESTRE
002680         INVALID KEY
002690             MOVE "S" TO IND-REGISTRO-REJEITADO
002700             MOVE "TURMA DA OFERTA INEXISTENTE NO CADASTRO"
002710                 TO MOTIVO-REJEICAO
002720     END-READ.
002730 4220-FIM.
002740     EXIT.
002750*----------------------------------------------------------------*
002760*    4260-GRAVA-DISCIPLINA
002770*    INCLUI A DISCIPLINA NO CATALOGO; SE O CODIGO JA EXISTE
002780*    (STATUS 22 NO WRITE), REGRAVA COM OS VALORES NOVOS, QUE E A
002790*    ALTERACAO DO CADASTRO DA DISCIPLINA.
002800*----------------------------------------------------------------*
002810 4260-GRAVA-DISCIPLINA.
002820     MOVE REG-DISCIPLINA-ENTRADA TO REG-DISCIPLINA-MESTRE.
002830     WRITE REG-DISCIPLINA-MESTRE
002840         INVALID KEY
002850             PERFORM 4270-REGRAVA-DISCIPLINA THRU 4270-FIM
002860         NOT INVALID KEY
002870             ADD 1 TO CONT-INCLUIDOS
002880     END-WRITE.
002890 4260-FIM.
002900     EXIT.
002910*----------------------------------------------------------------*
002920 4270-REGRAVA-DISCIPLINA.
002930     REWRITE REG-DISCIPLINA-MESTRE
002940         INVALID KEY
002950             DISPLAY "CARGDIS: ERRO AO REGRAVAR DISCIPLINA "
002960                     DIS-CODIGO OF REG-DISCIPLINA-ENTRADA
002970                     UPON CONSOLE
002980         NOT INVALID KEY
002990             ADD 1 TO CONT-REGRAVADOS
003000     END-REWRITE.
003010 4270-FIM.
003020     EXIT.
003030*----------------------------------------------------------------*
003040 4300-REJEITA-DISCIPLINA.
003050     MOVE DIS-CODIGO OF REG-DISCIPLINA-ENTRADA TO DRJ-CODIGO.
003060     MOVE DIS-NOME OF REG-DISCIPLINA-ENTRADA   TO DRJ-NOME.
003070     MOVE DIS-CARGA-HORARIA OF REG-DISCIPLINA-ENTRADA
003080         TO DRJ-CARGA-HORARIA.
003090     MOVE DIS-QTD-TURMAS OF REG-DISCIPLINA-ENTRADA
003100         TO DRJ-QTD-TURMAS.
003110     MOVE DIS-TURMAS-OFERTA OF REG-DISCIPLINA-ENTRADA
003120         TO DRJ-TURMAS-OFERTA.
003130     MOVE MOTIVO-REJEICAO TO DRJ-MOTIVO.
003140     WRITE REG-DISCIPLINA-REJEITADA.
003150     ADD 1 TO CONT-REJEITADOS.
003160 4300-FIM.
003170     EXIT.
003180*----------------------------------------------------------------*
003190 9999-FINALIZA.
003200     CLOSE ARQ-DISCIPLINAS-ENTRADA.
003210     CLOSE ARQ-DISCIPLINAS-MESTRE.
003220     CLOSE ARQ-TURMAS-MESTRE.
003230     CLOSE ARQ-REJEITOS.
003240     DISPLAY "CARGDIS: LIDOS " CONT-LIDOS
003250             " INCLUIDOS " CONT-INCLUIDOS
003260             " REGRAVADOS " CONT-REGRAVADOS
003270             " REJEITADOS " CONT-REJEITADOS UPON CONSOLE.
003280 9999-FIM.
003290     EXIT.
