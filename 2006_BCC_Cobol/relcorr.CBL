000010*----------------------------------------------------------------*
000020*  IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    RELCORR.
000060 AUTHOR.        J. M. SANTANA.
000070 INSTALLATION.  SECRETARIA ACADEMICA.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED. 2026-10-15.
000100*----------------------------------------------------------------*
000110*  RELATORIO DO LOG DE CORRECOES DE NOTAS. LE O LOG (NOTALOG,    *
000120*  COPIA NOTLGC) GRAVADO PELA CARGA DE NOTAS (CARGNOT) E         *
000130*  IMPRIME EM FORMA LEGIVEL AS CORRECOES DA FAIXA DE DATAS DO    *
000140*  CARTAO (CORPARM, COPIA CORPRM), COM TOTAL POR DIA, NO MESMO   *
000150*  ESQUEMA DO RELATORIO DE AUDITORIA (RELAUD). CADA CORRECAO E   *
000160*  CRUZADA COM O MESTRE DE RESULTADOS DO FECHAMENTO (RESULMST,   *
000170*  CHAVE TURMA + RA + PERIODO): CORRECAO COM DATA POSTERIOR A    *
000180*  DATA DE FECHAMENTO DO ALUNO NO PERIODO E APONTADA, POIS A     *
000190*  MEDIA E A SITUACAO GRAVADAS NO FECHAMENTO NAO A REFLETEM (SO  *
000200*  ACONTECE COM O PERIODO REABERTO POR CARTAO DE LIBERACAO DO    *
000210*  CALENDARIO). CORRECAO NO PROPRIO DIA DO FECHAMENTO SAI COMO   *
000220*  "CONFERIR", JA QUE O FECHAMENTO SO GUARDA A DATA. SOMENTE     *
000230*  LEITURA. TERMINA COM RC=4 SE HOUVER CORRECAO APONTADA.        *
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
000350     SELECT ARQ-PARAMETROS      ASSIGN TO CORPARM
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS STATUS-ARQ-PARAMETROS.
000380
000390     SELECT ARQ-LOG-CORRECOES   ASSIGN TO NOTALOG
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS STATUS-ARQ-LOG.
000420
000430     SELECT ARQ-RESULTADOS      ASSIGN TO RESULMST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS CHAVE-RESULTADO OF REG-RESULTADO
000470         FILE STATUS IS STATUS-ARQ-RESULTADOS.
000480
000490     SELECT ARQ-RELATORIO       ASSIGN TO CORREL
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS STATUS-ARQ-RELATORIO.
000520
000530*----------------------------------------------------------------*
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ARQ-PARAMETROS
000570     LABEL RECORDS ARE STANDARD.
000580 01  REG-PARAMETRO.
000590     COPY CORPRM.
000600
000610 FD  ARQ-LOG-CORRECOES
000620     LABEL RECORDS ARE STANDARD.
000630 01  REG-LOG-CORRECAO.
000640     COPY NOTLGC.
000650
000660 FD  ARQ-RESULTADOS
000670     LABEL RECORDS ARE STANDARD.
000680 01  REG-RESULTADO.
000690     COPY RESULC.
000700
000710 FD  ARQ-RELATORIO
000720     LABEL RECORDS ARE STANDARD.
000730 01  REG-LINHA-RELATORIO         PIC X(132).
000740*----------------------------------------------------------------*
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------*
000770*    FAIXA DE DATAS PEDIDA NO CARTAO
000780*----------------------------------------------------------------*
000790 01  WS-DATA-DE                  PIC 9(08) VALUE 0.
000800 01  WS-DATA-ATE                 PIC 9(08) VALUE 99999999.
000810*----------------------------------------------------------------*
000820*    CONTADORES DO RELATORIO
000830*----------------------------------------------------------------*
000840 01  CONT-LOG-LIDOS              PIC 9(06) COMP VALUE 0.
000850 01  CONT-IMPRESSOS              PIC 9(06) COMP VALUE 0.
000860 01  CONT-NO-DIA                 PIC 9(06) COMP VALUE 0.
000870 01  CONT-APOS-FECHAMENTO        PIC 9(06) COMP VALUE 0.
000880 01  CONT-DIA-FECHAMENTO         PIC 9(06) COMP VALUE 0.
000890 01  CONT-SEM-FECHAMENTO         PIC 9(06) COMP VALUE 0.
000900*----------------------------------------------------------------*
000910*    CAMPOS DE TRABALHO DA QUEBRA POR DIA E DO CRUZAMENTO
000920*----------------------------------------------------------------*
000930 01  WS-DIA-ATUAL                PIC 9(08) VALUE 0.
000940 01  WS-OBSERVACAO               PIC X(36) VALUE SPACES.
000950 01  WS-DATA-FECHA-EDIT          PIC 9(4)/99/99.
000960*----------------------------------------------------------------*
000970*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
000980*----------------------------------------------------------------*
000990 01  STATUS-ARQ-PARAMETROS       PIC X(02) VALUE "00".
001000 01  STATUS-ARQ-LOG              PIC X(02) VALUE "00".
001010 01  STATUS-ARQ-RESULTADOS       PIC X(02) VALUE "00".
001020 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
001030*----------------------------------------------------------------*
001040*    INDICADORES (CHAVES DE COMUTACAO)
001050*----------------------------------------------------------------*
001060 01  IND-FIM-LOG                 PIC X(01) VALUE "N".
001070     88  FIM-ARQ-LOG                 VALUE "S".
001080 01  IND-ACHOU-RESULTADO         PIC X(01) VALUE "N".
001090     88  ACHOU-RESULTADO             VALUE "S".
001100*----------------------------------------------------------------*
001110*    IDENTIFICACAO DA EXECUCAO
001120*----------------------------------------------------------------*
001130 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001140*----------------------------------------------------------------*
001150*    LINHAS DO RELATORIO DE CORRECOES
001160*----------------------------------------------------------------*
001170 01  WS-LINHA-CABECALHO.
001180     05  FILLER                  PIC X(02) VALUE SPACES.
001190     05  CAB-TITULO              PIC X(40)
001200             VALUE "RELATORIO DE CORRECOES DE NOTAS".
001210     05  FILLER                  PIC X(08) VALUE SPACES.
001220     05  CAB-DATA                PIC 9(4)/99/99.
001230     05  FILLER                  PIC X(72) VALUE SPACES.
001240
001250 01  WS-LINHA-FAIXA.
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  FAI-TEXTO               PIC X(18)
001280             VALUE "FAIXA DE DATAS ..:".
001290     05  FILLER                  PIC X(01) VALUE SPACES.
001300     05  FAI-DATA-DE             PIC 9(4)/99/99.
001310     05  FAI-LIT-A               PIC X(03) VALUE " A ".
001320     05  FAI-DATA-ATE            PIC 9(4)/99/99.
001330     05  FILLER                  PIC X(88) VALUE SPACES.
001340
001350 01  WS-LINHA-COLUNAS.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  COL-TURMA               PIC X(06) VALUE "TURMA".
001380     05  COL-RA                  PIC X(08) VALUE "RA".
001390     05  COL-DISCIPLINA          PIC X(08) VALUE "DISC.".
001400     05  COL-PERIODO             PIC X(08) VALUE "PERIODO".
001410     05  COL-NOTA-ANTERIOR       PIC X(07) VALUE "ANT.".
001420     05  COL-NOTA-NOVA           PIC X(07) VALUE "NOVA".
001430     05  COL-DATA                PIC X(12) VALUE "DATA".
001440     05  COL-HORA                PIC X(10) VALUE "HORA".
001450     05  COL-JOB                 PIC X(10) VALUE "JOB".
001460     05  COL-MOTIVO              PIC X(05) VALUE "MT".
001470     05  COL-FECHAMENTO          PIC X(12) VALUE "FECHADO EM".
001480     05  COL-OBS                 PIC X(36) VALUE "OBSERVACAO".
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500
001510 01  WS-LINHA-DETALHE.
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  DET-TURMA               PIC X(04).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  DET-RA                  PIC Z(5)9.
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  DET-DISCIPLINA          PIC X(06).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  DET-PERIODO             PIC X(06).
001600     05  FILLER                  PIC X(02) VALUE SPACES.
001610     05  DET-NOTA-ANTERIOR       PIC Z9,9.
001620     05  FILLER                  PIC X(03) VALUE SPACES.
001630     05  DET-NOTA-NOVA           PIC Z9,9.
001640     05  FILLER                  PIC X(03) VALUE SPACES.
001650     05  DET-DATA                PIC 9(4)/99/99.
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  DET-HORA                PIC X(08).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  DET-JOB                 PIC X(08).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  DET-MOTIVO              PIC X(02).
001720     05  FILLER                  PIC X(03) VALUE SPACES.
001730     05  DET-FECHAMENTO          PIC X(10).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  DET-OBS                 PIC X(36).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770
001780 01  WS-LINHA-DIA.
001790     05  FILLER                  PIC X(02) VALUE SPACES.
001800     05  DIA-TEXTO               PIC X(20)
001810             VALUE "TOTAL DO DIA ....:".
001820     05  DIA-DATA                PIC 9(4)/99/99.
001830     05  FILLER                  PIC X(02) VALUE SPACES.
001840     05  DIA-QTD                 PIC Z(5)9.
001850     05  FILLER                  PIC X(92) VALUE SPACES.
001860
001870 01  WS-LINHA-TOTAL.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  TOTL-DESCRICAO          PIC X(40).
001900     05  TOTL-VALOR              PIC Z(8)9.
001910     05  FILLER                  PIC X(81) VALUE SPACES.
001920*----------------------------------------------------------------*
001930 PROCEDURE DIVISION.
001940*----------------------------------------------------------------*
001950 0000-MAINLINE.
001960     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
001970     PERFORM 2000-CARREGA-PARAMETROS THRU 2000-FIM.
001980     PERFORM 4000-IMPRIME-CORRECOES  THRU 4000-FIM.
001990     PERFORM 6000-IMPRIME-TOTAIS     THRU 6000-FIM.
002000     PERFORM 9999-FINALIZA           THRU 9999-FIM.
002010     STOP RUN.
002020*----------------------------------------------------------------*
002030*    1000-INICIALIZACAO
002040*    ABRE OS ARQUIVOS DO RELATORIO. O MESTRE DE RESULTADOS E
002050*    ABERTO SOMENTE EM INPUT, PARA O CRUZAMENTO POR CHAVE.
002060*----------------------------------------------------------------*
002070 1000-INICIALIZACAO.
002080     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002090     MOVE 0 TO CONT-LOG-LIDOS CONT-IMPRESSOS CONT-NO-DIA
002100               CONT-APOS-FECHAMENTO CONT-DIA-FECHAMENTO
002110               CONT-SEM-FECHAMENTO WS-DIA-ATUAL.
002120     MOVE "N" TO IND-FIM-LOG.
002130     OPEN INPUT  ARQ-PARAMETROS.
002140     OPEN INPUT  ARQ-LOG-CORRECOES.
002150     OPEN INPUT  ARQ-RESULTADOS.
002160     OPEN OUTPUT ARQ-RELATORIO.
002170     IF STATUS-ARQ-PARAMETROS NOT = "00"
002180        AND STATUS-ARQ-PARAMETROS NOT = "35"
002190         DISPLAY "RELCORR: ERRO AO ABRIR CORPARM - STATUS "
002200                 STATUS-ARQ-PARAMETROS UPON CONSOLE
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF.
002240     IF STATUS-ARQ-LOG NOT = "00"
002250         DISPLAY "RELCORR: ERRO AO ABRIR NOTALOG - STATUS "
002260                 STATUS-ARQ-LOG UPON CONSOLE
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     IF STATUS-ARQ-RESULTADOS NOT = "00"
002310         DISPLAY "RELCORR: ERRO AO ABRIR RESULMST - STATUS "
002320                 STATUS-ARQ-RESULTADOS UPON CONSOLE
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     IF STATUS-ARQ-RELATORIO NOT = "00"
002370         DISPLAY "RELCORR: ERRO AO ABRIR CORREL - STATUS "
002380                 STATUS-ARQ-RELATORIO UPON CONSOLE
002390         MOVE 16 TO RETURN-CODE
002400         STOP RUN
002410     END-IF.
002420 1000-FIM.
002430     EXIT.
002440*----------------------------------------------------------------*
002450*    2000-CARREGA-PARAMETROS
002460*    LE O CARTAO COM A FAIXA DE DATAS. CAMPO EM BRANCO OU NAO
002470*    NUMERICO ABRE A PONTA DA FAIXA; CARTAO AUSENTE IMPRIME O
002480*    LOG INTEIRO.
002490*----------------------------------------------------------------*
002500 2000-CARREGA-PARAMETROS.
002510     IF STATUS-ARQ-PARAMETROS = "35"
002520         GO TO 2000-FIM
002530     END-IF.
002540     READ ARQ-PARAMETROS
002550         AT END
002560             CONTINUE
002570         NOT AT END
002580             IF COR-PRM-DATA-DE NUMERIC
002590                 MOVE COR-PRM-DATA-DE TO WS-DATA-DE
002600             END-IF
002610             IF COR-PRM-DATA-ATE NUMERIC
002620                 MOVE COR-PRM-DATA-ATE TO WS-DATA-ATE
002630             END-IF
002640     END-READ.
002650     CLOSE ARQ-PARAMETROS.
002660 2000-FIM.
002670     EXIT.
002680*----------------------------------------------------------------*
002690*    4000-IMPRIME-CORRECOES
002700*    IMPRIME AS CORRECOES DA FAIXA DE DATAS, COM QUEBRA E TOTAL
002710*    POR DIA. O LOG E GRAVADO EM ORDEM CRONOLOGICA.
002720*----------------------------------------------------------------*
002730 4000-IMPRIME-CORRECOES.
002740     PERFORM 4100-IMPRIME-CABECALHO THRU 4100-FIM.
002750     PERFORM 4150-LER-PROXIMA-CORRECAO THRU 4150-FIM.
002760     PERFORM 4200-IMPRIME-UMA-CORRECAO THRU 4200-FIM
002770         UNTIL FIM-ARQ-LOG.
002780     IF WS-DIA-ATUAL > 0
002790         PERFORM 4500-IMPRIME-TOTAL-DIA THRU 4500-FIM
002800     END-IF.
002810 4000-FIM.
002820     EXIT.
002830*----------------------------------------------------------------*
002840 4100-IMPRIME-CABECALHO.
002850     MOVE WS-DATA-HOJE TO CAB-DATA.
002860     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
002870     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
002880     MOVE WS-DATA-DE  TO FAI-DATA-DE.
002890     MOVE WS-DATA-ATE TO FAI-DATA-ATE.
002900     MOVE WS-LINHA-FAIXA TO REG-LINHA-RELATORIO.
002910     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
002920     MOVE WS-LINHA-COLUNAS TO REG-LINHA-RELATORIO.
002930     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
002940 4100-FIM.
002950     EXIT.
002960*----------------------------------------------------------------*
002970 4150-LER-PROXIMA-CORRECAO.
002980     READ ARQ-LOG-CORRECOES
002990         AT END
003000             MOVE "S" TO IND-FIM-LOG
003010     END-READ.
003020 4150-FIM.
003030     EXIT.
003040*----------------------------------------------------------------*
003050 4200-IMPRIME-UMA-CORRECAO.
003060     ADD 1 TO CONT-LOG-LIDOS.
003070     IF NLG-DATA-MOVTO < WS-DATA-DE
003080        OR NLG-DATA-MOVTO > WS-DATA-ATE
003090         GO TO 4200-LEITURA
003100     END-IF.
003110     IF NLG-DATA-MOVTO NOT = WS-DIA-ATUAL
003120         IF WS-DIA-ATUAL > 0
003130             PERFORM 4500-IMPRIME-TOTAL-DIA THRU 4500-FIM
003140         END-IF
003150         MOVE NLG-DATA-MOVTO TO WS-DIA-ATUAL
003160         MOVE 0 TO CONT-NO-DIA
003170     END-IF.
003180     PERFORM 4300-CRUZA-COM-FECHAMENTO THRU 4300-FIM.
003190     MOVE SPACES TO WS-LINHA-DETALHE.
003200     MOVE NLG-TURMA         TO DET-TURMA.
003210     MOVE NLG-RA            TO DET-RA.
003220     MOVE NLG-DISCIPLINA    TO DET-DISCIPLINA.
003230     MOVE NLG-PERIODO       TO DET-PERIODO.
003240     MOVE NLG-NOTA-ANTERIOR TO DET-NOTA-ANTERIOR.
003250     MOVE NLG-NOTA-NOVA     TO DET-NOTA-NOVA.
003260     MOVE NLG-DATA-MOVTO    TO DET-DATA.
003270     MOVE NLG-HORA-MOVTO    TO DET-HORA.
003280     MOVE NLG-JOB-ID        TO DET-JOB.
003290     MOVE NLG-MOTIVO        TO DET-MOTIVO.
003300     IF ACHOU-RESULTADO
003310         MOVE RES-DATA-FECHAMENTO OF REG-RESULTADO
003320             TO WS-DATA-FECHA-EDIT
003330         MOVE WS-DATA-FECHA-EDIT TO DET-FECHAMENTO
003340     END-IF.
003350     MOVE WS-OBSERVACAO     TO DET-OBS.
003360     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
003370     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003380     ADD 1 TO CONT-IMPRESSOS.
003390     ADD 1 TO CONT-NO-DIA.
003400 4200-LEITURA.
003410     PERFORM 4150-LER-PROXIMA-CORRECAO THRU 4150-FIM.
003420 4200-FIM.
003430     EXIT.
003440*----------------------------------------------------------------*
003450*    4300-CRUZA-COM-FECHAMENTO
003460*    LE O RESULTADO DO ALUNO NO PERIODO DA CORRECAO. SEM
003470*    RESULTADO O PERIODO AINDA NAO FOI FECHADO PARA O ALUNO E A
003480*    CORRECAO E NORMAL. COM RESULTADO, A CORRECAO POSTERIOR A
003490*    DATA DE FECHAMENTO E APONTADA; NO MESMO DIA, "CONFERIR".
003500*----------------------------------------------------------------*
003510 4300-CRUZA-COM-FECHAMENTO.
003520     MOVE SPACES TO WS-OBSERVACAO.
003530     MOVE "N" TO IND-ACHOU-RESULTADO.
003540     MOVE NLG-TURMA   TO RES-TURMA OF REG-RESULTADO.
003550     MOVE NLG-RA      TO RES-RA OF REG-RESULTADO.
003560     MOVE NLG-PERIODO TO RES-PERIODO OF REG-RESULTADO.
003570     READ ARQ-RESULTADOS
003580         INVALID KEY
003590             CONTINUE
003600         NOT INVALID KEY
003610             MOVE "S" TO IND-ACHOU-RESULTADO
003620     END-READ.
003630     IF NOT ACHOU-RESULTADO
003640         ADD 1 TO CONT-SEM-FECHAMENTO
003650         GO TO 4300-FIM
003660     END-IF.
003670     IF NLG-DATA-MOVTO > RES-DATA-FECHAMENTO OF REG-RESULTADO
003680         MOVE "*** CORRECAO APOS O FECHAMENTO ***"
003690             TO WS-OBSERVACAO
003700         ADD 1 TO CONT-APOS-FECHAMENTO
003710         GO TO 4300-FIM
003720     END-IF.
003730     IF NLG-DATA-MOVTO = RES-DATA-FECHAMENTO OF REG-RESULTADO
003740         MOVE "NO DIA DO FECHAMENTO - CONFERIR" TO WS-OBSERVACAO
003750         ADD 1 TO CONT-DIA-FECHAMENTO
003760     END-IF.
003770 4300-FIM.
003780     EXIT.
003790*----------------------------------------------------------------*
003800 4500-IMPRIME-TOTAL-DIA.
003810     MOVE WS-DIA-ATUAL TO DIA-DATA.
003820     MOVE CONT-NO-DIA  TO DIA-QTD.
003830     MOVE WS-LINHA-DIA TO REG-LINHA-RELATORIO.
003840     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
003850     MOVE SPACES TO REG-LINHA-RELATORIO.
003860     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003870 4500-FIM.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*    6000-IMPRIME-TOTAIS
003910*    TOTAIS DO RELATORIO. CORRECAO APONTADA DEPOIS DO FECHAMENTO
003920*    FAZ O PASSO TERMINAR COM RC=4, PARA A OPERACAO ENCAMINHAR O
003930*    RELATORIO A COORDENACAO.
003940*----------------------------------------------------------------*
003950 6000-IMPRIME-TOTAIS.
003960     MOVE SPACES TO REG-LINHA-RELATORIO.
003970     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003980     MOVE SPACES TO WS-LINHA-TOTAL.
003990     MOVE "REGISTROS DO LOG LIDOS ..........:" TO TOTL-DESCRICAO.
004000     MOVE CONT-LOG-LIDOS TO TOTL-VALOR.
004010     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
004020     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004030     MOVE SPACES TO WS-LINHA-TOTAL.
004040     MOVE "CORRECOES NA FAIXA IMPRESSA .....:" TO TOTL-DESCRICAO.
004050     MOVE CONT-IMPRESSOS TO TOTL-VALOR.
004060     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
004070     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004080     MOVE SPACES TO WS-LINHA-TOTAL.
004090     MOVE "PERIODO AINDA NAO FECHADO .......:" TO TOTL-DESCRICAO.
004100     MOVE CONT-SEM-FECHAMENTO TO TOTL-VALOR.
004110     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
004120     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004130     MOVE SPACES TO WS-LINHA-TOTAL.
004140     MOVE "NO DIA DO FECHAMENTO (CONFERIR) .:" TO TOTL-DESCRICAO.
004150     MOVE CONT-DIA-FECHAMENTO TO TOTL-VALOR.
004160     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
004170     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004180     MOVE SPACES TO WS-LINHA-TOTAL.
004190     MOVE "CORRECOES APOS O FECHAMENTO .....:" TO TOTL-DESCRICAO.
004200     MOVE CONT-APOS-FECHAMENTO TO TOTL-VALOR.
004210     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
004220     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004230     IF CONT-APOS-FECHAMENTO > 0
004240         MOVE 4 TO RETURN-CODE
004250     END-IF.
004260 6000-FIM.
004270     EXIT.
004280*----------------------------------------------------------------*
004290 9999-FINALIZA.
004300     CLOSE ARQ-LOG-CORRECOES.
004310     CLOSE ARQ-RESULTADOS.
004320     CLOSE ARQ-RELATORIO.
004330     DISPLAY "RELCORR: RELATORIO DE CORRECOES CONCLUIDO - "
004340             CONT-APOS-FECHAMENTO " APOS O FECHAMENTO"
004350             UPON CONSOLE.
004360 9999-FIM.
004370     EXIT.
