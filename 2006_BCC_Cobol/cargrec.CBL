000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    CARGREC.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  CARGA DAS NOTAS DA PROVA DE RECUPERACAO. LE O MOVIMENTO DE    *
000120*  RECUPERACAO (RECUENT, COPIA RECUPC), VALIDA CADA REGISTRO E   *
000130*  CONFERE NO MESTRE DE RESULTADOS DO FECHAMENTO (RESULMST,      *
000140*  LEITURA POR CHAVE TURMA + RA + PERIODO) SE O ALUNO FICOU EM   *
000150*  RECUPERACAO NO PERIODO (SITUACAO "P"). A NOTA ACEITA E        *
000160*  GUARDADA NO PROPRIO RESULTADO, PARA A SEGUNDA PASSAGEM DO     *
000170*  FECHAMENTO (FECHPER COM PASSAGEM "R" NO CARTAO) APURAR O      *
000180*  RESULTADO FINAL. ALUNO REPROVADO POR FALTA ("F") NUNCA TEM    *
000190*  DIREITO A RECUPERACAO. NOTA JA INFORMADA PARA O ALUNO E       *
000200*  SUBSTITUIDA (CORRECAO DE DIGITACAO). REGISTRO INVALIDO VAI    *
000210*  PARA O ARQUIVO DE REJEITOS (RECUREJ) COM O MOTIVO, NO MESMO   *
000220*  ESQUEMA DAS CARGAS DE NOTAS E DE FREQUENCIA.                  *
000230*----------------------------------------------------------------*
000240*  HISTORICO DE ALTERACOES
000250*  DATA       AUTOR   DESCRICAO
000260*  2026-10-15 JMS     VERSAO ORIGINAL.
000270*----------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     CONSOLE IS CONSOLE.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ARQ-RECUP-ENTRADA   ASSIGN TO RECUENT
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS STATUS-ARQ-ENTRADA.
000370
000380     SELECT ARQ-RESULTADOS      ASSIGN TO RESULMST
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CHAVE-RESULTADO OF REG-RESULTADO
000420         FILE STATUS IS STATUS-ARQ-RESULTADOS.
000430
000440     SELECT ARQ-REJEITOS        ASSIGN TO RECUREJ
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS STATUS-ARQ-REJEITOS.
000470
000480*----------------------------------------------------------------*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ARQ-RECUP-ENTRADA
000520     LABEL RECORDS ARE STANDARD.
000530 01  REG-RECUP-ENTRADA.
000540     COPY RECUPC.
000550
000560 FD  ARQ-RESULTADOS
000570     LABEL RECORDS ARE STANDARD.
000580 01  REG-RESULTADO.
000590     COPY RESULC.
000600
000610 FD  ARQ-REJEITOS
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-RECUP-REJEITADA.
000640     05  RRJ-TURMA               PIC X(04).
000650     05  RRJ-RA                  PIC X(06).
000660     05  RRJ-PERIODO             PIC X(06).
000670     05  RRJ-NOTA                PIC 9(02)V9(01).
000680     05  RRJ-MOTIVO              PIC X(40).
000690*----------------------------------------------------------------*
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------*
000720*    CONTADORES DA CARGA DE RECUPERACAO
000730*----------------------------------------------------------------*
000740 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
000750 01  CONT-INCLUIDOS              PIC 9(06) COMP VALUE 0.
000760 01  CONT-REGRAVADOS             PIC 9(06) COMP VALUE 0.
000770 01  CONT-REJEITADOS             PIC 9(06) COMP VALUE 0.
000780*----------------------------------------------------------------*
000790*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
000800*----------------------------------------------------------------*
000810 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
000820 01  STATUS-ARQ-RESULTADOS       PIC X(02) VALUE "00".
000830 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
000840*----------------------------------------------------------------*
000850*    INDICADORES (CHAVES DE COMUTACAO)
000860*----------------------------------------------------------------*
000870 01  IND-FIM-ENTRADA             PIC X(01) VALUE "N".
000880     88  FIM-ARQ-ENTRADA             VALUE "S".
000890 01  IND-REGISTRO-REJEITADO      PIC X(01) VALUE "N".
000900     88  REGISTRO-REJEITADO          VALUE "S".
000910 01  IND-NOTA-JA-INFORMADA       PIC X(01) VALUE "N".
000920     88  NOTA-JA-INFORMADA           VALUE "S".
000930 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
000940*----------------------------------------------------------------*
000950 PROCEDURE DIVISION.
000960*----------------------------------------------------------------*
000970 0000-MAINLINE.
000980     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
000990     PERFORM 4000-PROCESSA-ENTRADA   THRU 4000-FIM.
001000     PERFORM 9999-FINALIZA           THRU 9999-FIM.
001010     STOP RUN.
001020*----------------------------------------------------------------*
001030*    1000-INICIALIZACAO
001040*    ABRE OS ARQUIVOS DA CARGA DE RECUPERACAO. O MESTRE DE
001050*    RESULTADOS E ABERTO EM I-O E TEM DE EXISTIR: SO HA NOTA DE
001060*    RECUPERACAO DEPOIS DO FECHAMENTO DO PERIODO.
001070*----------------------------------------------------------------*
001080 1000-INICIALIZACAO.
001090     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
001100               CONT-REJEITADOS.
001110     MOVE "N" TO IND-FIM-ENTRADA.
001120     OPEN INPUT  ARQ-RECUP-ENTRADA.
001130     OPEN I-O    ARQ-RESULTADOS.
001140     OPEN OUTPUT ARQ-REJEITOS.
001150     IF STATUS-ARQ-ENTRADA NOT = "00"
001160         DISPLAY "CARGREC: ERRO AO ABRIR RECUENT - STATUS "
001170                 STATUS-ARQ-ENTRADA UPON CONSOLE
001180         MOVE 16 TO RETURN-CODE
001190         STOP RUN
001200     END-IF.
001210     IF STATUS-ARQ-RESULTADOS NOT = "00"
001220         DISPLAY "CARGREC: ERRO AO ABRIR RESULMST - STATUS "
001230                 STATUS-ARQ-RESULTADOS UPON CONSOLE
001240         MOVE 16 TO RETURN-CODE
001250         STOP RUN
001260     END-IF.
001270     IF STATUS-ARQ-REJEITOS NOT = "00"
001280         DISPLAY "CARGREC: ERRO AO ABRIR RECUREJ - STATUS "
001290                 STATUS-ARQ-REJEITOS UPON CONSOLE
001300         MOVE 16 TO RETURN-CODE
001310         STOP RUN
001320     END-IF.
001330 1000-FIM.
001340     EXIT.
001350*----------------------------------------------------------------*
001360 4000-PROCESSA-ENTRADA.
001370     PERFORM 4100-LER-PROXIMA-RECUP THRU 4100-FIM.
001380     PERFORM 4200-PROCESSA-UMA-RECUP THRU 4200-FIM
001390         UNTIL FIM-ARQ-ENTRADA.
001400 4000-FIM.
001410     EXIT.
001420*----------------------------------------------------------------*
001430 4100-LER-PROXIMA-RECUP.
001440     READ ARQ-RECUP-ENTRADA
001450         AT END
001460             MOVE "S" TO IND-FIM-ENTRADA
001470         NOT AT END
001480             ADD 1 TO CONT-LIDOS
001490     END-READ.
001500 4100-FIM.
001510     EXIT.
001520*----------------------------------------------------------------*
001530 4200-PROCESSA-UMA-RECUP.
001540     MOVE "N" TO IND-REGISTRO-REJEITADO.
001550     PERFORM 4210-VALIDA-RECUP THRU 4210-FIM.
001560     IF NOT REGISTRO-REJEITADO
001570         PERFORM 4230-CONFERE-RESULTADO THRU 4230-FIM
001580     END-IF.
001590     IF REGISTRO-REJEITADO
001600         PERFORM 4300-REJEITA-RECUP THRU 4300-FIM
001610     ELSE
001620         PERFORM 4260-GRAVA-NOTA-RECUP THRU 4260-FIM
001630     END-IF.
001640     PERFORM 4100-LER-PROXIMA-RECUP THRU 4100-FIM.
001650 4200-FIM.
001660     EXIT.
001670*----------------------------------------------------------------*
001680*    4210-VALIDA-RECUP
001690*    CRITICA DO REGISTRO DE RECUPERACAO: CHAVE COMPLETA, RA
001700*    NUMERICO E NOTA NUMERICA DE 0 A 10.
001710*----------------------------------------------------------------*
001720 4210-VALIDA-RECUP.
001730     IF RCU-TURMA OF REG-RECUP-ENTRADA = SPACES
001740         MOVE "S" TO IND-REGISTRO-REJEITADO
001750         MOVE "TURMA NAO INFORMADA" TO MOTIVO-REJEICAO
001760         GO TO 4210-FIM
001770     END-IF.
001780     IF RCU-RA OF REG-RECUP-ENTRADA NOT NUMERIC
001790         MOVE "S" TO IND-REGISTRO-REJEITADO
001800         MOVE "RA NAO NUMERICO" TO MOTIVO-REJEICAO
001810         GO TO 4210-FIM
001820     END-IF.
001830     IF RCU-PERIODO OF REG-RECUP-ENTRADA = SPACES
001840         MOVE "S" TO IND-REGISTRO-REJEITADO
001850         MOVE "PERIODO NAO INFORMADO" TO MOTIVO-REJEICAO
001860         GO TO 4210-FIM
001870     END-IF.
001880     IF RCU-NOTA OF REG-RECUP-ENTRADA NOT NUMERIC
001890         MOVE "S" TO IND-REGISTRO-REJEITADO
001900         MOVE "NOTA NAO NUMERICA" TO MOTIVO-REJEICAO
001910         GO TO 4210-FIM
001920     END-IF.
001930     IF RCU-NOTA OF REG-RECUP-ENTRADA > 10
001940         MOVE "S" TO IND-REGISTRO-REJEITADO
001950         MOVE "NOTA FORA DA FAIXA 0 A 10" TO MOTIVO-REJEICAO
001960     END-IF.
001970 4210-FIM.
001980     EXIT.
001990*----------------------------------------------------------------*
002000*    4230-CONFERE-RESULTADO
002010*    LE O MESTRE DE RESULTADOS PELA CHAVE DO MOVIMENTO. SO E
002020*    ACEITA NOTA PARA ALUNO EM RECUPERACAO (SITUACAO "P"); O
002030*    REPROVADO POR FALTA TEM MOTIVO PROPRIO, PORQUE A SECRETARIA
002040*    PRECISA SABER QUE ELE NAO TEM DIREITO A PROVA.
002050*----------------------------------------------------------------*
002060 4230-CONFERE-RESULTADO.
002070     MOVE "N" TO IND-NOTA-JA-INFORMADA.
002080     MOVE RCU-TURMA OF REG-RECUP-ENTRADA
002090         TO RES-TURMA OF REG-RESULTADO.
002100     MOVE RCU-RA OF REG-RECUP-ENTRADA
002110         TO RES-RA OF REG-RESULTADO.
002120     MOVE RCU-PERIODO OF REG-RECUP-ENTRADA
002130         TO RES-PERIODO OF REG-RESULTADO.
002140     READ ARQ-RESULTADOS
002150         INVALID KEY
002160             MOVE "S" TO IND-REGISTRO-REJEITADO
002170             MOVE "RESULTADO INEXISTENTE NO FECHAMENTO"
002180                 TO MOTIVO-REJEICAO
002190     END-READ.
002200     IF REGISTRO-REJEITADO
002210         GO TO 4230-FIM
002220     END-IF.
002230     IF RES-REPROV-FALTA OF REG-RESULTADO
002240         MOVE "S" TO IND-REGISTRO-REJEITADO
002250         MOVE "REPROVADO POR FALTA - SEM RECUPERACAO"
002260             TO MOTIVO-REJEICAO
002270         GO TO 4230-FIM
002280     END-IF.
002290     IF NOT RES-EM-RECUPERACAO OF REG-RESULTADO
002300         MOVE "S" TO IND-REGISTRO-REJEITADO
002310         MOVE "ALUNO NAO ESTA EM RECUPERACAO NO PERIODO"
002320             TO MOTIVO-REJEICAO
002330         GO TO 4230-FIM
002340     END-IF.
002350     IF RES-NOTA-REC-INFORMADA OF REG-RESULTADO
002360         MOVE "S" TO IND-NOTA-JA-INFORMADA
002370     END-IF.
002380 4230-FIM.
002390     EXIT.
002400*----------------------------------------------------------------*
002410*    4260-GRAVA-NOTA-RECUP
002420*    GUARDA A NOTA NO RESULTADO DO ALUNO. A SITUACAO CONTINUA
002430*    "P" ATE A SEGUNDA PASSAGEM DO FECHAMENTO; NOTA JA INFORMADA
002440*    E SUBSTITUIDA E CONTADA COMO REGRAVADA.
002450*----------------------------------------------------------------*
002460 4260-GRAVA-NOTA-RECUP.
002470     MOVE RCU-NOTA OF REG-RECUP-ENTRADA
002480         TO RES-NOTA-RECUPERACAO OF REG-RESULTADO.
002490     MOVE "S" TO RES-IND-NOTA-REC OF REG-RESULTADO.
002500     REWRITE REG-RESULTADO
002510         INVALID KEY
002520             DISPLAY "CARGREC: ERRO AO REGRAVAR RESULTADO DO RA "
002530                     RCU-RA OF REG-RECUP-ENTRADA UPON CONSOLE
002540         NOT INVALID KEY
002550             IF NOTA-JA-INFORMADA
002560                 ADD 1 TO CONT-REGRAVADOS
002570             ELSE
002580                 ADD 1 TO CONT-INCLUIDOS
002590             END-IF
002600     END-REWRITE.
002610 4260-FIM.
002620     EXIT.
002630*----------------------------------------------------------------*
002640 4300-REJEITA-RECUP.
002650     MOVE RCU-TURMA OF REG-RECUP-ENTRADA   TO RRJ-TURMA.
002660     MOVE RCU-RA OF REG-RECUP-ENTRADA      TO RRJ-RA.
002670     MOVE RCU-PERIODO OF REG-RECUP-ENTRADA TO RRJ-PERIODO.
002680     MOVE RCU-NOTA OF REG-RECUP-ENTRADA    TO RRJ-NOTA.
002690     MOVE MOTIVO-REJEICAO TO RRJ-MOTIVO.
002700     WRITE REG-RECUP-REJEITADA.
002710     ADD 1 TO CONT-REJEITADOS.
002720 4300-FIM.
002730     EXIT.
002740*----------------------------------------------------------------*
002750 9999-FINALIZA.
002760     CLOSE ARQ-RECUP-ENTRADA.
002770     CLOSE ARQ-RESULTADOS.
002780     CLOSE ARQ-REJEITOS.
002790     DISPLAY "CARGREC: LIDOS " CONT-LIDOS
002800             " INCLUIDOS " CONT-INCLUIDOS
002810             " REGRAVADOS " CONT-REGRAVADOS
002820             " REJEITADOS " CONT-REJEITADOS UPON CONSOLE.
002830 9999-FIM.
002840     EXIT.
