000278*                     (SITUACAO "F" NO RESULMST). SEM O MESTRE
000279*                     DE FREQUENCIA OU SEM APONTAMENTO PARA O
000280*                     ALUNO, SO A MEDIA DECIDE, COMO ANTES.
000281*  2026-10-15 JMS     O RELATORIO DE APROVACAO PASSOU A LISTAR,
000282*                     SOB A LINHA DE CADA ALUNO, AS DISCIPLINAS
000283*                     DO PERIODO COM A NOTA, PELO NOME COMPLETO
000284*                     BUSCADO NO CATALOGO DE DISCIPLINAS
000285*                     (DISCMST, COPIA DISCC). SEM O CATALOGO
000286*                     (STATUS 35) OU COM CODIGO FORA DELE, SAI O
000287*                     CODIGO DA DISCIPLINA.
000288*  2026-10-15 JMS     O FECHAMENTO PASSOU A CONFERIR O PERIODO
000289*                     NO CALENDARIO DE PERIODOS (PERIMST, COPIA
000290*                     PERIC): SO FECHA PERIODO MARCADO "EM
000291*                     FECHAMENTO" (2100) E, AO FINAL, MARCA O
000292*                     PERIODO COMO FECHADO COM A DATA DO DIA
000293*                     (7000). PERIODO FORA DO CALENDARIO OU EM
000294*                     OUTRA SITUACAO ABANDONA O FECHAMENTO.
000295*  2026-10-15 JMS     INCLUIDA A RECUPERACAO: ALUNO COM MEDIA
000296*                     ABAIXO DA MINIMA MAS DENTRO DA FAIXA DE
000297*                     RECUPERACAO DO CARTAO FICA "EM
000298*                     RECUPERACAO" (SITUACAO "P"); REPROVADO POR
000299*                     FALTA NUNCA ENTRA NA FAIXA. COM PASSAGEM
000300*                     "R" NO CARTAO, O PROGRAMA FAZ A SEGUNDA
000301*                     PASSAGEM (5000): LE OS RESULTADOS "P" DO
000302*                     PERIODO JA FECHADO, APURA A MEDIA FINAL
000303*                     COM A NOTA DA PROVA (CARGA CARGREC) E
000304*                     DECIDE APROVADO OU REPROVADO, EM GRUPO
000305*                     PROPRIO DO RELATORIO, COM ASSINATURA DO
000306*                     COORDENADOR SEPARADA.
000307*  2026-10-15 JMS     CADA INCLUSAO E REGRAVACAO DO MESTRE DE
000308*                     RESULTADOS E A MARCA DE PERIODO FECHADO NO
000309*                     CALENDARIO PASSARAM A GRAVAR A IMAGEM ANTES
000310*                     E DEPOIS DO REGISTRO NO JORNAL DE
000311*                     ATUALIZACOES (JORNAL, COPIA JORNC). A
000312*                     REGRAVACAO DO FECHAMENTO (3520) RELE O
000313*                     RESULTADO GRAVADO PARA GUARDAR A IMAGEM
000314*                     ANTERIOR.
000315*----------------------------------------------------------------*
000316 ENVIRONMENT DIVISION.
000317 CONFIGURATION SECTION.
000318 SPECIAL-NAMES.
000320     CONSOLE IS CONSOLE.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000606         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000607         FILE STATUS IS STATUS-ARQ-FREQ.
000608
000609     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000610         ORGANIZATION IS INDEXED
000611         ACCESS MODE IS RANDOM
000612         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000613         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000614
000615     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000616         ORGANIZATION IS INDEXED
000617         ACCESS MODE IS RANDOM
000618         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000619         FILE STATUS IS STATUS-ARQ-PERIODOS.
000620
000621     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000622         ORGANIZATION IS SEQUENTIAL
000623         FILE STATUS IS STATUS-ARQ-JORNAL.
000624
000625*----------------------------------------------------------------*
000626 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARQ-PARAMETROS
000650     LABEL RECORDS ARE STANDARD.
001011                           FQ-PERIODO BY FMS-PERIODO
001012                           FQ-FALTAS BY FMS-FALTAS
001013                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
001014
001015 FD  ARQ-DISCIPLINAS-MESTRE
001016     LABEL RECORDS ARE STANDARD.
001017 01  REG-DISCIPLINA-MESTRE.
001018     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
001019                           DIS-NOME BY DMS-NOME
001020                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
001021                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
001022                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
001023                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
001024
001025 FD  ARQ-PERIODOS-MESTRE
001026     LABEL RECORDS ARE STANDARD.
001027 01  REG-PERIODO-MESTRE.
001028     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
001029                           PER-DATA-INICIO BY PMS-DATA-INICIO
001030                           PER-DATA-FIM BY PMS-DATA-FIM
001031                           PER-SITUACAO BY PMS-SITUACAO
001032                           PER-ABERTO BY PMS-ABERTO
001033                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
001034                           PER-FECHADO BY PMS-FECHADO
001035                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
001036
001037 FD  ARQ-JORNAL
001038     LABEL RECORDS ARE STANDARD.
001039 01  REG-JORNAL.
001040     COPY JORNC.
001041*----------------------------------------------------------------*
001042 WORKING-STORAGE SECTION.
001043*----------------------------------------------------------------*
001044*    CONSTANTES
001050*----------------------------------------------------------------*
001060 77  WS-MEDIA-MINIMA-DEFAULT     PIC 9(02)V9(01) VALUE 5.0.
001062 77  WS-FREQ-MINIMA-DEFAULT      PIC 9(03) VALUE 75.
001064 77  WS-MAX-DISC-ALUNO           PIC 9(03) COMP VALUE 60.
001070*----------------------------------------------------------------*
001080*    PARAMETROS DO FECHAMENTO
001090*----------------------------------------------------------------*
001132 01  WS-FREQ-MINIMA              PIC 9(03) VALUE 0.
001134 01  WS-FREQ-MINIMA-X REDEFINES WS-FREQ-MINIMA
001136                                 PIC X(03).
001137 01  WS-FAIXA-RECUPERACAO        PIC 9(02)V9(01) VALUE 0.
001138 01  WS-FAIXA-RECUPERACAO-X REDEFINES WS-FAIXA-RECUPERACAO
001139                                 PIC X(03).
001140 01  WS-MEDIA-CORTE-RECUP        PIC 9(02)V9(02) VALUE 0.
001141 01  IND-PASSAGEM-RECUP          PIC X(01) VALUE "N".
001142     88  PASSAGEM-RECUPERACAO        VALUE "S".
001146*----------------------------------------------------------------*
001150*    CONTROLE DAS QUEBRAS POR TURMA E POR ALUNO
001160*----------------------------------------------------------------*
001170 01  WS-TURMA-ATUAL              PIC X(04) VALUE SPACES.
001190 01  QTD-NOTAS-ALUNO             PIC 9(03) COMP VALUE 0.
001200 01  SOMA-NOTAS-ALUNO            PIC 9(05)V9(01) VALUE 0.
001210 01  WS-MEDIA-ALUNO              PIC 9(02)V9(02) VALUE 0.
001211 01  WS-MEDIA-FINAL              PIC 9(02)V9(02) VALUE 0.
001212 01  SOMA-FALTAS-ALUNO           PIC 9(05) COMP VALUE 0.
001214 01  SOMA-AULAS-ALUNO            PIC 9(05) COMP VALUE 0.
001216 01  WS-PCT-FREQ                 PIC 9(03) VALUE 0.
001220 01  QTD-ALUNOS-TURMA            PIC 9(03) COMP VALUE 0.
001230 01  QTD-APROV-TURMA             PIC 9(03) COMP VALUE 0.
001240 01  QTD-REPROV-TURMA            PIC 9(03) COMP VALUE 0.
001241 01  QTD-RECUP-TURMA             PIC 9(03) COMP VALUE 0.
001242*----------------------------------------------------------------*
001243*    TABELA DAS DISCIPLINAS DO ALUNO NO PERIODO, GUARDADAS
001244*    DURANTE A LEITURA DAS NOTAS PARA SAIREM NO RELATORIO SOB A
001245*    LINHA DO ALUNO, QUE SO E IMPRESSA NA QUEBRA
001246*----------------------------------------------------------------*
001247 01  TAB-DISC-ALUNO.
001248     02  DSA OCCURS 60 TIMES
001249             INDEXED BY DSA-IDX.
001250         05  DSA-DISCIPLINA          PIC X(06).
001251         05  DSA-NOTA                PIC 9(02)V9(01).
001252 01  QTD-DISC-ALUNO              PIC 9(03) COMP VALUE 0.
001256*----------------------------------------------------------------*
001260*    CONTADORES DO FECHAMENTO
001270*----------------------------------------------------------------*
001280 01  CONT-NOTAS-LIDAS            PIC 9(06) COMP VALUE 0.
001310 01  CONT-APROVADOS              PIC 9(06) COMP VALUE 0.
001320 01  CONT-REPROVADOS             PIC 9(06) COMP VALUE 0.
001322 01  CONT-REPROV-FALTA           PIC 9(06) COMP VALUE 0.
001324 01  CONT-RECUPERACAO            PIC 9(06) COMP VALUE 0.
001325 01  CONT-RESULT-LIDOS           PIC 9(06) COMP VALUE 0.
001326 01  CONT-REC-PENDENTES          PIC 9(06) COMP VALUE 0.
001327 01  CONT-REC-APROVADOS          PIC 9(06) COMP VALUE 0.
001328 01  CONT-REC-REPROVADOS         PIC 9(06) COMP VALUE 0.
001329 01  CONT-REC-SEM-NOTA           PIC 9(06) COMP VALUE 0.
001330 01  CONT-INCLUIDOS              PIC 9(06) COMP VALUE 0.
001340 01  CONT-REGRAVADOS             PIC 9(06) COMP VALUE 0.
001350 01  WS-TOTAL-CONFERENCIA        PIC 9(06) COMP VALUE 0.
001430 01  STATUS-ARQ-RESULTADOS       PIC X(02) VALUE "00".
001440 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
001442 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
001444 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
001446 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
001448 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
001450*----------------------------------------------------------------*
001460*    INDICADORES (CHAVES DE COMUTACAO)
001470*----------------------------------------------------------------*
001539     88  FIM-FREQ-ALUNO              VALUE "S".
001540 01  IND-FREQ-APURADA            PIC X(01) VALUE "N".
001541     88  FREQ-APURADA                VALUE "S".
001542 01  IND-SEM-CATALOGO            PIC X(01) VALUE "N".
001543     88  SEM-CATALOGO                VALUE "S".
001544 01  IND-EM-RECUPERACAO          PIC X(01) VALUE "N".
001545     88  ALUNO-EM-RECUPERACAO        VALUE "S".
001546 01  IND-FIM-RESULTADOS          PIC X(01) VALUE "N".
001547     88  FIM-ARQ-RESULTADOS          VALUE "S".
001548*----------------------------------------------------------------*
001550*    IDENTIFICACAO DA EXECUCAO
001560*----------------------------------------------------------------*
001570 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001572 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001574*    IMAGENS DOS REGISTROS ANTES DA REGRAVACAO (JORNAL)
001576 01  WS-RESULTADO-ANTES          PIC X(45) VALUE SPACES.
001578 01  WS-PERIODO-ANTES            PIC X(31) VALUE SPACES.
001580*----------------------------------------------------------------*
001590*    LINHAS DO RELATORIO DE APROVACAO
001600*----------------------------------------------------------------*
001924     05  DET-FREQ                PIC X(03).
001926     05  DET-FREQ-PCT            PIC X(01).
001930     05  FILLER                  PIC X(60) VALUE SPACES.
001932
001934 01  WS-LINHA-DISCIPLINA.
001935     05  FILLER                  PIC X(12) VALUE SPACES.
001936     05  DSC-NOME                PIC X(30).
001937     05  FILLER                  PIC X(03) VALUE SPACES.
001938     05  DSC-NOTA                PIC Z9,9.
001939     05  FILLER                  PIC X(83) VALUE SPACES.
001940
001941 01  WS-LINHA-COLUNAS-REC.
001942     05  FILLER                  PIC X(02) VALUE SPACES.
001943     05  CLR-RA                  PIC X(10) VALUE "RA".
001944     05  CLR-NOME                PIC X(32) VALUE "NOME".
001945     05  CLR-MEDIA-PERIODO       PIC X(12) VALUE "MEDIA PER.".
001946     05  CLR-NOTA-REC            PIC X(11) VALUE "NOTA REC.".
001947     05  CLR-MEDIA-FINAL         PIC X(13) VALUE "MEDIA FINAL".
001948     05  CLR-SITUACAO            PIC X(10) VALUE "SITUACAO".
001949     05  FILLER                  PIC X(42) VALUE SPACES.
001950
001951 01  WS-LINHA-DETALHE-REC.
001952     05  FILLER                  PIC X(02) VALUE SPACES.
001953     05  DRC-RA                  PIC Z(5)9.
001954     05  FILLER                  PIC X(04) VALUE SPACES.
001955     05  DRC-NOME                PIC X(30).
001956     05  FILLER                  PIC X(02) VALUE SPACES.
001957     05  DRC-MEDIA-PERIODO       PIC Z9,99.
001958     05  FILLER                  PIC X(07) VALUE SPACES.
001959     05  DRC-NOTA-REC            PIC Z9,9.
001960     05  FILLER                  PIC X(07) VALUE SPACES.
001961     05  DRC-MEDIA-FINAL         PIC Z9,99.
001962     05  FILLER                  PIC X(08) VALUE SPACES.
001963     05  DRC-SITUACAO            PIC X(09).
001964     05  FILLER                  PIC X(02) VALUE SPACES.
001965     05  DRC-OBSERVACAO          PIC X(20).
001966     05  FILLER                  PIC X(21) VALUE SPACES.
001967
001968 01  WS-LINHA-RODAPE.
001969     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  ROD-DESCRICAO           PIC X(38).
001980     05  ROD-VALOR               PIC ZZZ9.
001990     05  FILLER                  PIC X(88) VALUE SPACES.
002270 0000-MAINLINE.
002280     PERFORM 1000-INICIALIZACAO      THRU 1000-FIM.
002290     PERFORM 2000-CARREGA-PARAMETROS THRU 2000-FIM.
002295     IF PASSAGEM-RECUPERACAO
002296         PERFORM 5000-PROCESSA-RECUPERACAO THRU 5000-FIM
002297         PERFORM 6500-IMPRIME-TOTAIS-RECUP THRU 6500-FIM
002298     ELSE
002300         PERFORM 3000-PROCESSA-NOTAS     THRU 3000-FIM
002310         PERFORM 6000-IMPRIME-TOTAIS     THRU 6000-FIM
002315         PERFORM 7000-MARCA-PERIODO-FECHADO THRU 7000-FIM
002316     END-IF.
002320     PERFORM 9999-FINALIZA           THRU 9999-FIM.
002330     STOP RUN.
002340*----------------------------------------------------------------*
002390*----------------------------------------------------------------*
002400 1000-INICIALIZACAO.
002410     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002415     ACCEPT WS-JOB-ID FROM TIME.
002420     MOVE 0 TO CONT-NOTAS-LIDAS CONT-NOTAS-PERIODO CONT-ALUNOS
002430               CONT-APROVADOS CONT-REPROVADOS CONT-REPROV-FALTA
002440               CONT-INCLUIDOS CONT-REGRAVADOS QTD-NOTAS-ALUNO
002442               SOMA-NOTAS-ALUNO CONT-RECUPERACAO
002443               CONT-RESULT-LIDOS CONT-REC-PENDENTES
002444               CONT-REC-APROVADOS CONT-REC-REPROVADOS
002445               CONT-REC-SEM-NOTA.
002450     MOVE "N" TO IND-FIM-NOTAS.
002460     MOVE SPACES TO WS-TURMA-ATUAL.
002470     MOVE 0 TO WS-RA-ATUAL.
002490     OPEN INPUT  ARQ-NOTAS-MESTRE.
002500     OPEN INPUT  ARQ-ALUNOS-MESTRE.
002510     OPEN OUTPUT ARQ-RELATORIO.
002512     OPEN OUTPUT ARQ-JORNAL.
002515     OPEN I-O    ARQ-PERIODOS-MESTRE.
002520     OPEN I-O    ARQ-RESULTADOS.
002530     IF STATUS-ARQ-RESULTADOS = "35"
002540         OPEN OUTPUT ARQ-RESULTADOS
002583             STOP RUN
002584         END-IF
002585     END-IF.
002586*    O CATALOGO DE DISCIPLINAS TAMBEM E OPCIONAL: SEM ELE AS
002587*    LINHAS DE DISCIPLINA SAEM COM O CODIGO.
002588     OPEN INPUT ARQ-DISCIPLINAS-MESTRE.
002589     IF STATUS-ARQ-DISCIPLINAS = "35"
002590         MOVE "S" TO IND-SEM-CATALOGO
002591     ELSE
002592         IF STATUS-ARQ-DISCIPLINAS NOT = "00"
002593             DISPLAY "FECHPER: ERRO AO ABRIR DISCMST - STATUS "
002594                     STATUS-ARQ-DISCIPLINAS UPON CONSOLE
002595             MOVE 16 TO RETURN-CODE
002596             STOP RUN
002597         END-IF
002599     END-IF.
002601     IF STATUS-ARQ-PARAMETROS NOT = "00"
002603         DISPLAY "FECHPER: ERRO AO ABRIR FECHPARM - STATUS "
002605                 STATUS-ARQ-PARAMETROS UPON CONSOLE
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002850         MOVE 16 TO RETURN-CODE
002860         STOP RUN
002870     END-IF.
002871     IF STATUS-ARQ-PERIODOS NOT = "00"
002872         DISPLAY "FECHPER: ERRO AO ABRIR PERIMST - STATUS "
002873                 STATUS-ARQ-PERIODOS UPON CONSOLE
002874         MOVE 16 TO RETURN-CODE
002875         STOP RUN
002876     END-IF.
002877     IF STATUS-ARQ-JORNAL NOT = "00"
002878         DISPLAY "FECHPER: ERRO AO ABRIR JORNAL - STATUS "
002879                 STATUS-ARQ-JORNAL UPON CONSOLE
002880         MOVE 16 TO RETURN-CODE
002881         STOP RUN
002882     END-IF.
002886 1000-FIM.
002890     EXIT.
002900*----------------------------------------------------------------*
002910*    2000-CARREGA-PARAMETROS
002930*    APROVACAO. O PERIODO E OBRIGATORIO: SEM ELE O FECHAMENTO
002940*    NAO SABE O QUE APURAR E O JOB TERMINA COM ERRO. A MEDIA EM
002950*    BRANCO OU NAO NUMERICA ASSUME O MINIMO HISTORICO DE 5,0.
002951*    A FAIXA DE RECUPERACAO EM BRANCO DESLIGA A RECUPERACAO; A
002952*    PASSAGEM "R" PEDE A SEGUNDA PASSAGEM (RECUPERACAO).
002955*    O PERIODO TEM DE ESTAR NO CALENDARIO MARCADO PARA FECHAMENTO
002956*    (2100).
002960*----------------------------------------------------------------*
002970 2000-CARREGA-PARAMETROS.
002980     MOVE WS-MEDIA-MINIMA-DEFAULT TO WS-MEDIA-MINIMA.
002982     MOVE WS-FREQ-MINIMA-DEFAULT  TO WS-FREQ-MINIMA.
002984     MOVE 0 TO WS-FAIXA-RECUPERACAO.
002986     MOVE "N" TO IND-PASSAGEM-RECUP.
002990     READ ARQ-PARAMETROS
003000         AT END
003010             CONTINUE
003062             IF FCH-PRM-FREQ-MINIMA NUMERIC
003064                 MOVE FCH-PRM-FREQ-MINIMA TO WS-FREQ-MINIMA-X
003066             END-IF
003067             IF FCH-PRM-FAIXA-RECUPERACAO NUMERIC
003068                 MOVE FCH-PRM-FAIXA-RECUPERACAO
003069                     TO WS-FAIXA-RECUPERACAO-X
003070             END-IF
003071             IF FCH-PRM-PASSAGEM-RECUP
003072                 MOVE "S" TO IND-PASSAGEM-RECUP
003073             END-IF
003076     END-READ.
003080     CLOSE ARQ-PARAMETROS.
003090     IF WS-PERIODO-FECHA = SPACES
003100         DISPLAY "FECHPER: PERIODO NAO INFORMADO NO CARTAO "
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003141*    MEDIA DE CORTE DA RECUPERACAO: ABAIXO DELA O ALUNO E
003142*    REPROVADO DIRETO; ENTRE ELA E A MEDIA MINIMA, RECUPERACAO.
003143     MOVE 0 TO WS-MEDIA-CORTE-RECUP.
003144     IF WS-FAIXA-RECUPERACAO < WS-MEDIA-MINIMA
003145         COMPUTE WS-MEDIA-CORTE-RECUP =
003146             WS-MEDIA-MINIMA - WS-FAIXA-RECUPERACAO
003147     END-IF.
003148     PERFORM 2100-CONFERE-PERIODO THRU 2100-FIM.
003150 2000-FIM.
003151     EXIT.
003152*----------------------------------------------------------------*
003153*    2100-CONFERE-PERIODO
003154*    SO FECHA PERIODO QUE A SECRETARIA MARCOU NO CALENDARIO COMO
003155*    "EM FECHAMENTO". PERIODO FORA DO CALENDARIO, AINDA ABERTO OU
003156*    JA FECHADO ABANDONA O FECHAMENTO ANTES DE GRAVAR QUALQUER
003157*    RESULTADO; A REABERTURA DE PERIODO FECHADO E FEITA PELA
003158*    CARGA DO CALENDARIO (CARGPER), COM CARTAO DE LIBERACAO.
003159*    A SEGUNDA PASSAGEM (RECUPERACAO) E O CONTRARIO: SO RODA
003160*    SOBRE PERIODO JA FECHADO PELA PRIMEIRA, PORQUE MEXE APENAS
003161*    NOS RESULTADOS EM RECUPERACAO, NUNCA NAS NOTAS DO PERIODO.
003162*----------------------------------------------------------------*
003163 2100-CONFERE-PERIODO.
003164     MOVE WS-PERIODO-FECHA TO PMS-CODIGO OF REG-PERIODO-MESTRE.
003165     READ ARQ-PERIODOS-MESTRE
003166         INVALID KEY
003167             DISPLAY "FECHPER: PERIODO " WS-PERIODO-FECHA
003168                     " INEXISTENTE NO CALENDARIO PERIMST - "
003169                     "FECHAMENTO ABANDONADO" UPON CONSOLE
003176             MOVE 16 TO RETURN-CODE
003177             STOP RUN
003178     END-READ.
003179     IF PASSAGEM-RECUPERACAO
003180         IF NOT PMS-FECHADO OF REG-PERIODO-MESTRE
003181             DISPLAY "FECHPER: PERIODO " WS-PERIODO-FECHA
003182                     " NAO ESTA FECHADO (SITUACAO "
003183                     PMS-SITUACAO OF REG-PERIODO-MESTRE
003184                     ") - RECUPERACAO ABANDONADA" UPON CONSOLE
003185             MOVE 16 TO RETURN-CODE
003186             STOP RUN
003187         END-IF
003188         GO TO 2100-FIM
003189     END-IF.
003190     IF NOT PMS-EM-FECHAMENTO OF REG-PERIODO-MESTRE
003191         DISPLAY "FECHPER: PERIODO " WS-PERIODO-FECHA
003192                 " NAO ESTA EM FECHAMENTO (SITUACAO "
003193                 PMS-SITUACAO OF REG-PERIODO-MESTRE
003194                 ") - FECHAMENTO ABANDONADO" UPON CONSOLE
003195         MOVE 16 TO RETURN-CODE
003196         STOP RUN
003197     END-IF.
003198 2100-FIM.
003199     EXIT.
003200*----------------------------------------------------------------*
003201*    3000-PROCESSA-NOTAS
003202*    LE O MESTRE DE NOTAS EM ORDEM DE CHAVE, FILTRANDO O PERIODO
003203*    DO CARTAO; A CADA TROCA DE TURMA OU DE ALUNO FECHA O GRUPO
003210*    ANTERIOR (MEDIA, SITUACAO, GRAVACAO E LINHA DO RELATORIO).
003220*----------------------------------------------------------------*
003230 3000-PROCESSA-NOTAS.
003670     END-IF.
003680     ADD 1 TO QTD-NOTAS-ALUNO.
003690     ADD NMS-NOTA OF REG-NOTA-MESTRE TO SOMA-NOTAS-ALUNO.
003695     PERFORM 3250-GUARDA-DISCIPLINA THRU 3250-FIM.
003700 3200-LEITURA.
003710     PERFORM 3100-LER-PROXIMA-NOTA THRU 3100-FIM.
003720 3200-FIM.
003730     EXIT.
003731*----------------------------------------------------------------*
003732*    3250-GUARDA-DISCIPLINA
003733*    GUARDA A DISCIPLINA E A NOTA NA TABELA DO ALUNO. ALEM DE
003734*    WS-MAX-DISC-ALUNO DISCIPLINAS NO PERIODO, A NOTA ENTRA NA
003735*    MEDIA MAS NAO SAI LISTADA.
003736*----------------------------------------------------------------*
003737 3250-GUARDA-DISCIPLINA.
003738     IF QTD-DISC-ALUNO NOT < WS-MAX-DISC-ALUNO
003739         GO TO 3250-FIM
003740     END-IF.
003741     ADD 1 TO QTD-DISC-ALUNO.
003742     SET DSA-IDX TO QTD-DISC-ALUNO.
003743     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE
003744         TO DSA-DISCIPLINA(DSA-IDX).
003745     MOVE NMS-NOTA OF REG-NOTA-MESTRE TO DSA-NOTA(DSA-IDX).
003746 3250-FIM.
003747     EXIT.
003748*----------------------------------------------------------------*
003750 3300-ABRE-TURMA.
003760     MOVE NMS-TURMA OF REG-NOTA-MESTRE TO WS-TURMA-ATUAL.
003770     MOVE 0 TO QTD-ALUNOS-TURMA QTD-APROV-TURMA
003780               QTD-REPROV-TURMA QTD-RECUP-TURMA.
003790     MOVE WS-PERIODO-FECHA TO CAB-PERIODO.
003800     MOVE WS-TURMA-ATUAL   TO CAB-TURMA.
003810     MOVE WS-DATA-HOJE     TO CAB-DATA.
003880*----------------------------------------------------------------*
003890 3400-ABRE-ALUNO.
003900     MOVE NMS-RA OF REG-NOTA-MESTRE TO WS-RA-ATUAL.
003910     MOVE 0 TO QTD-NOTAS-ALUNO SOMA-NOTAS-ALUNO QTD-DISC-ALUNO.
003920 3400-FIM.
003930     EXIT.
003940*----------------------------------------------------------------*
003950*    3500-FECHA-ALUNO
003960*    QUEBRA DE ALUNO: APURA A MEDIA DO PERIODO, DECIDE A
003970*    SITUACAO, GRAVA O RESULTADO NO MESTRE E IMPRIME A LINHA DO
003980*    RELATORIO COM O NOME BUSCADO NO MESTRE DE ALUNOS. ALUNO
003981*    REPROVADO PELA MEDIA MAS DENTRO DA FAIXA DE RECUPERACAO
003982*    FICA EM RECUPERACAO, A DECIDIR NA SEGUNDA PASSAGEM (5000).
003990*----------------------------------------------------------------*
004000 3500-FECHA-ALUNO.
004010     ADD 1 TO CONT-ALUNOS.
004049        AND WS-PCT-FREQ < WS-FREQ-MINIMA
004050         MOVE "S" TO IND-REPROV-FALTA
004051     END-IF.
004052*    REPROVADO POR FALTA NUNCA FICA EM RECUPERACAO.
004053     MOVE "N" TO IND-EM-RECUPERACAO.
004054     IF WS-MEDIA-ALUNO < WS-MEDIA-MINIMA
004055        AND WS-FAIXA-RECUPERACAO > 0
004056        AND WS-MEDIA-ALUNO NOT < WS-MEDIA-CORTE-RECUP
004057        AND NOT REPROVADO-POR-FALTA
004058         MOVE "S" TO IND-EM-RECUPERACAO
004060     END-IF.
004062     IF WS-MEDIA-ALUNO NOT < WS-MEDIA-MINIMA
004064        AND NOT REPROVADO-POR-FALTA
004066         MOVE "S" TO IND-ALUNO-APROVADO
004070         ADD 1 TO CONT-APROVADOS
004080         ADD 1 TO QTD-APROV-TURMA
004090     ELSE
004100         MOVE "N" TO IND-ALUNO-APROVADO
004102         IF ALUNO-EM-RECUPERACAO
004104             ADD 1 TO CONT-RECUPERACAO
004106             ADD 1 TO QTD-RECUP-TURMA
004108         ELSE
004110             ADD 1 TO CONT-REPROVADOS
004120             ADD 1 TO QTD-REPROV-TURMA
004122             IF REPROVADO-POR-FALTA
004124                 ADD 1 TO CONT-REPROV-FALTA
004126             END-IF
004128         END-IF
004130     END-IF.
004140     PERFORM 3510-GRAVA-RESULTADO THRU 3510-FIM.
004150     PERFORM 3530-IMPRIME-ALUNO THRU 3530-FIM.
004312         IF REPROVADO-POR-FALTA
004314             MOVE "F" TO RES-SITUACAO OF REG-RESULTADO
004316         ELSE
004317             IF ALUNO-EM-RECUPERACAO
004318                 MOVE "P" TO RES-SITUACAO OF REG-RESULTADO
004319             ELSE
004320                 MOVE "R" TO RES-SITUACAO OF REG-RESULTADO
004321             END-IF
004322         END-IF
004330     END-IF.
004340     MOVE QTD-NOTAS-ALUNO TO RES-QTD-NOTAS OF REG-RESULTADO.
004358     ELSE
004360         MOVE "N" TO RES-IND-FREQ-APURADA OF REG-RESULTADO
004362     END-IF.
004363     MOVE WS-MEDIA-ALUNO TO RES-MEDIA-PERIODO OF REG-RESULTADO.
004364     MOVE 0 TO RES-NOTA-RECUPERACAO OF REG-RESULTADO.
004365     MOVE "N" TO RES-IND-NOTA-REC OF REG-RESULTADO
004366                 RES-IND-RECUPERACAO OF REG-RESULTADO.
004368     WRITE REG-RESULTADO
004370         INVALID KEY
004380             PERFORM 3520-REGRAVA-RESULTADO THRU 3520-FIM
004390         NOT INVALID KEY
004400             ADD 1 TO CONT-INCLUIDOS
004402             MOVE "I" TO JRN-OPERACAO
004404             MOVE SPACES TO JRN-IMAGEM-ANTES
004406             PERFORM 8910-JORNAL-RESULTADO THRU 8910-FIM
004410     END-WRITE.
004420 3510-FIM.
004430     EXIT.
004433*----------------------------------------------------------------*
004436*    3520-REGRAVA-RESULTADO
004439*    RELE O RESULTADO GRAVADO PARA GUARDAR A IMAGEM ANTERIOR DO
004442*    JORNAL, REPOE OS VALORES NOVOS E REGRAVA.
004445*----------------------------------------------------------------*
004448 3520-REGRAVA-RESULTADO.
004451     MOVE REG-RESULTADO TO JRN-IMAGEM-DEPOIS.
004454     READ ARQ-RESULTADOS
004457         INVALID KEY
004460             DISPLAY "FECHPER: ERRO AO RELER RESULTADO DO RA "
004463                     WS-RA-ATUAL UPON CONSOLE
004466             GO TO 3520-FIM
004469     END-READ.
004472     MOVE REG-RESULTADO TO WS-RESULTADO-ANTES.
004475     MOVE JRN-IMAGEM-DEPOIS TO REG-RESULTADO.
004478     REWRITE REG-RESULTADO
004481         INVALID KEY
004484             DISPLAY "FECHPER: ERRO AO REGRAVAR RESULTADO DO RA "
004487                     WS-RA-ATUAL UPON CONSOLE
004490         NOT INVALID KEY
004493             ADD 1 TO CONT-REGRAVADOS
004496             MOVE "A" TO JRN-OPERACAO
004499             MOVE WS-RESULTADO-ANTES TO JRN-IMAGEM-ANTES
004502             PERFORM 8910-JORNAL-RESULTADO THRU 8910-FIM
004505     END-REWRITE.
004530 3520-FIM.
004540     EXIT.
004550*----------------------------------------------------------------*
004692         IF REPROVADO-POR-FALTA
004694             MOVE "REP.FALTA" TO DET-SITUACAO
004696         ELSE
004697             IF ALUNO-EM-RECUPERACAO
004698                 MOVE "EM RECUP." TO DET-SITUACAO
004699             ELSE
004700                 MOVE "REPROVADO" TO DET-SITUACAO
004701             END-IF
004702         END-IF
004710     END-IF.
004712     IF FREQ-APURADA
004719     END-IF.
004720     MOVE WS-LINHA-DETALHE TO REG-LINHA-RELATORIO.
004730     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004732     PERFORM 3535-IMPRIME-DISCIPLINA THRU 3535-FIM
004734         VARYING DSA-IDX FROM 1 BY 1
004736             UNTIL DSA-IDX > QTD-DISC-ALUNO.
004740 3530-FIM.
004750     EXIT.
004751*----------------------------------------------------------------*
004752*    3535-IMPRIME-DISCIPLINA
004753*    LINHA DE UMA DISCIPLINA DO ALUNO, COM O NOME BUSCADO NO
004754*    CATALOGO. SEM O CATALOGO OU COM CODIGO FORA DELE, SAI O
004755*    PROPRIO CODIGO.
004756*----------------------------------------------------------------*
004757 3535-IMPRIME-DISCIPLINA.
004758     MOVE SPACES TO WS-LINHA-DISCIPLINA.
004759     MOVE DSA-DISCIPLINA(DSA-IDX) TO DSC-NOME.
004760     IF NOT SEM-CATALOGO
004761         MOVE DSA-DISCIPLINA(DSA-IDX)
004762             TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE
004763         READ ARQ-DISCIPLINAS-MESTRE
004764             INVALID KEY
004765                 CONTINUE
004766             NOT INVALID KEY
004767                 MOVE DMS-NOME OF REG-DISCIPLINA-MESTRE
004768                     TO DSC-NOME
004769         END-READ
004770     END-IF.
004771     MOVE DSA-NOTA(DSA-IDX) TO DSC-NOTA.
004772     MOVE WS-LINHA-DISCIPLINA TO REG-LINHA-RELATORIO.
004773     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
004774 3535-FIM.
004775     EXIT.
004776*----------------------------------------------------------------*
004777 3540-LE-ALUNO-MESTRE.
004780     MOVE "N" TO IND-ACHOU-ALUNO.
004790     MOVE WS-TURMA-ATUAL TO MST-TURMA OF REG-ALUNO-MESTRE.
004800     MOVE WS-RA-ATUAL    TO MST-RA OF REG-ALUNO-MESTRE.
004933     END-IF.
004934 3560-FIM.
004935     EXIT.
004937*----------------------------------------------------------------*
004939*    3600-FECHA-TURMA
004941*    QUEBRA DE TURMA: RODAPE COM OS TOTAIS DA TURMA E CAMPO DE
004943*    ASSINATURA DO COORDENADOR, NO MESMO ESTILO DO RELATORIO DE
004945*    REJEITADOS DEFINITIVOS DA RECICLAGEM.
004947*----------------------------------------------------------------*
004950 3600-FECHA-TURMA.
004960     MOVE SPACES TO REG-LINHA-RELATORIO.
004970     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
005130     MOVE QTD-REPROV-TURMA TO ROD-VALOR.
005140     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
005150     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
005151     MOVE SPACES TO WS-LINHA-RODAPE.
005152     MOVE "ALUNOS EM RECUPERACAO .............:"
005153         TO ROD-DESCRICAO.
005154     MOVE QTD-RECUP-TURMA TO ROD-VALOR.
005155     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
005156     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
005160     MOVE SPACES TO WS-LINHA-APROVACAO.
005170     MOVE "APROVACAO DO COORDENADOR (ASSINATURA E DATA):"
005180         TO APRV-TEXTO.
005250     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
005260 3600-FIM.
005270     EXIT.
006100*----------------------------------------------------------------*
006110*    5000-PROCESSA-RECUPERACAO
006120*    SEGUNDA PASSAGEM DO FECHAMENTO (CARTAO COM PASSAGEM "R").
006130*    PERCORRE O MESTRE DE RESULTADOS EM ORDEM DE CHAVE (TURMA +
006140*    RA + PERIODO) E DECIDE CADA ALUNO DO PERIODO AINDA EM
006150*    RECUPERACAO (5500). O RESULTADO SAI NUM GRUPO PROPRIO DO
006160*    RELATORIO, POR TURMA, COM ASSINATURA PROPRIA DO COORDENADOR.
006170*----------------------------------------------------------------*
006180 5000-PROCESSA-RECUPERACAO.
006190     MOVE "N" TO IND-FIM-RESULTADOS.
006200     MOVE LOW-VALUES TO CHAVE-RESULTADO OF REG-RESULTADO.
006210     START ARQ-RESULTADOS
006220         KEY IS NOT LESS THAN CHAVE-RESULTADO OF REG-RESULTADO
006230         INVALID KEY
006240             MOVE "S" TO IND-FIM-RESULTADOS
006250     END-START.
006260     IF NOT FIM-ARQ-RESULTADOS
006270         PERFORM 5100-LE-RESULTADO THRU 5100-FIM
006280     END-IF.
006290     PERFORM 5200-PROCESSA-RESULTADO THRU 5200-FIM
006300         UNTIL FIM-ARQ-RESULTADOS.
006310     IF WS-TURMA-ATUAL NOT = SPACES
006320         PERFORM 5600-FECHA-TURMA-RECUP THRU 5600-FIM
006330     END-IF.
006340 5000-FIM.
006350     EXIT.
006360*----------------------------------------------------------------*
006370 5100-LE-RESULTADO.
006380     READ ARQ-RESULTADOS NEXT RECORD
006390         AT END
006400             MOVE "S" TO IND-FIM-RESULTADOS
006410         NOT AT END
006420             ADD 1 TO CONT-RESULT-LIDOS
006430     END-READ.
006440 5100-FIM.
006450     EXIT.
006460*----------------------------------------------------------------*
006470*    5200-PROCESSA-RESULTADO
006480*    SO INTERESSAM OS RESULTADOS DO PERIODO COM SITUACAO "P";
006490*    OS DEMAIS (OUTROS PERIODOS, JA DECIDIDOS) SAO SALTADOS.
006500*----------------------------------------------------------------*
006510 5200-PROCESSA-RESULTADO.
006520     IF RES-PERIODO OF REG-RESULTADO NOT = WS-PERIODO-FECHA
006530        OR NOT RES-EM-RECUPERACAO OF REG-RESULTADO
006540         GO TO 5200-PROXIMO
006550     END-IF.
006560     IF RES-TURMA OF REG-RESULTADO NOT = WS-TURMA-ATUAL
006570         IF WS-TURMA-ATUAL NOT = SPACES
006580             PERFORM 5600-FECHA-TURMA-RECUP THRU 5600-FIM
006590         END-IF
006600         PERFORM 5300-ABRE-TURMA-RECUP THRU 5300-FIM
006610     END-IF.
006620     PERFORM 5500-APURA-RECUPERACAO THRU 5500-FIM.
006630 5200-PROXIMO.
006640     PERFORM 5100-LE-RESULTADO THRU 5100-FIM.
006650 5200-FIM.
006660     EXIT.
006670*----------------------------------------------------------------*
006680 5300-ABRE-TURMA-RECUP.
006690     MOVE RES-TURMA OF REG-RESULTADO TO WS-TURMA-ATUAL.
006700     MOVE 0 TO QTD-ALUNOS-TURMA QTD-APROV-TURMA
006710               QTD-REPROV-TURMA.
006720     MOVE "RESULTADOS DA RECUPERACAO PERIODO" TO CAB-TITULO.
006730     MOVE WS-PERIODO-FECHA TO CAB-PERIODO.
006740     MOVE WS-TURMA-ATUAL   TO CAB-TURMA.
006750     MOVE WS-DATA-HOJE     TO CAB-DATA.
006760     MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO.
006770     WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE.
006780     MOVE WS-LINHA-COLUNAS-REC TO REG-LINHA-RELATORIO.
006790     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
006800 5300-FIM.
006810     EXIT.
006820*----------------------------------------------------------------*
006830*    5500-APURA-RECUPERACAO
006840*    MEDIA FINAL = (MEDIA DO PERIODO + NOTA DA RECUPERACAO) / 2,
006850*    APROVADO SE ATINGIR A MEDIA MINIMA DO CARTAO. SEM NOTA DE
006860*    RECUPERACAO INFORMADA (CARGREC) O ALUNO FICA COM A MEDIA DO
006870*    PERIODO E E REPROVADO. O RESULTADO E REGRAVADO NO MESTRE
006880*    MARCADO COMO DECIDIDO NA RECUPERACAO, MANTENDO A DATA DO
006885*    FECHAMENTO ORIGINAL DO PERIODO.
006890*----------------------------------------------------------------*
006900 5500-APURA-RECUPERACAO.
006905     MOVE REG-RESULTADO TO WS-RESULTADO-ANTES.
006910     ADD 1 TO CONT-REC-PENDENTES.
006920     ADD 1 TO QTD-ALUNOS-TURMA.
006930     MOVE RES-RA OF REG-RESULTADO TO WS-RA-ATUAL.
006940     IF RES-NOTA-REC-INFORMADA OF REG-RESULTADO
006950         COMPUTE WS-MEDIA-FINAL ROUNDED =
006960             (RES-MEDIA-PERIODO OF REG-RESULTADO +
006970              RES-NOTA-RECUPERACAO OF REG-RESULTADO) / 2
006980     ELSE
006990         MOVE RES-MEDIA-PERIODO OF REG-RESULTADO
007000             TO WS-MEDIA-FINAL
007010         ADD 1 TO CONT-REC-SEM-NOTA
007020     END-IF.
007030     IF WS-MEDIA-FINAL NOT < WS-MEDIA-MINIMA
007040         MOVE "S" TO IND-ALUNO-APROVADO
007050         MOVE "A" TO RES-SITUACAO OF REG-RESULTADO
007060         ADD 1 TO CONT-REC-APROVADOS
007070         ADD 1 TO QTD-APROV-TURMA
007080     ELSE
007090         MOVE "N" TO IND-ALUNO-APROVADO
007100         MOVE "R" TO RES-SITUACAO OF REG-RESULTADO
007110         ADD 1 TO CONT-REC-REPROVADOS
007120         ADD 1 TO QTD-REPROV-TURMA
007130     END-IF.
007140     MOVE WS-MEDIA-FINAL TO RES-MEDIA OF REG-RESULTADO.
007150     MOVE "S" TO RES-IND-RECUPERACAO OF REG-RESULTADO.
007170     REWRITE REG-RESULTADO
007180         INVALID KEY
007190             DISPLAY "FECHPER: ERRO AO REGRAVAR RECUPERACAO RA "
007200                     WS-RA-ATUAL UPON CONSOLE
007210         NOT INVALID KEY
007220             ADD 1 TO CONT-REGRAVADOS
007222             MOVE "A" TO JRN-OPERACAO
007224             MOVE WS-RESULTADO-ANTES TO JRN-IMAGEM-ANTES
007226             PERFORM 8910-JORNAL-RESULTADO THRU 8910-FIM
007230     END-REWRITE.
007240     PERFORM 5530-IMPRIME-ALUNO-RECUP THRU 5530-FIM.
007250 5500-FIM.
007260     EXIT.
007270*----------------------------------------------------------------*
007280 5530-IMPRIME-ALUNO-RECUP.
007290     PERFORM 3540-LE-ALUNO-MESTRE THRU 3540-FIM.
007300     MOVE SPACES TO WS-LINHA-DETALHE-REC.
007310     MOVE WS-RA-ATUAL TO DRC-RA.
007320     IF ACHOU-ALUNO
007330         MOVE MST-NOME OF REG-ALUNO-MESTRE TO DRC-NOME
007340     ELSE
007350         MOVE "*** ALUNO NAO CADASTRADO ***" TO DRC-NOME
007360     END-IF.
007370     MOVE RES-MEDIA-PERIODO OF REG-RESULTADO TO DRC-MEDIA-PERIODO.
007380     IF RES-NOTA-REC-INFORMADA OF REG-RESULTADO
007390         MOVE RES-NOTA-RECUPERACAO OF REG-RESULTADO
007400             TO DRC-NOTA-REC
007410     ELSE
007420         MOVE "SEM NOTA DE RECUP." TO DRC-OBSERVACAO
007430     END-IF.
007440     MOVE WS-MEDIA-FINAL TO DRC-MEDIA-FINAL.
007450     IF ALUNO-APROVADO
007460         MOVE "APROVADO"  TO DRC-SITUACAO
007470     ELSE
007480         MOVE "REPROVADO" TO DRC-SITUACAO
007490     END-IF.
007500     MOVE WS-LINHA-DETALHE-REC TO REG-LINHA-RELATORIO.
007510     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007520 5530-FIM.
007530     EXIT.
007540*----------------------------------------------------------------*
007550*    5600-FECHA-TURMA-RECUP
007560*    RODAPE DA TURMA NO GRUPO DA RECUPERACAO, COM ASSINATURA DO
007570*    COORDENADOR SEPARADA DA DO FECHAMENTO NORMAL.
007580*----------------------------------------------------------------*
007590 5600-FECHA-TURMA-RECUP.
007600     MOVE SPACES TO REG-LINHA-RELATORIO.
007610     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007620     MOVE SPACES TO WS-LINHA-RODAPE.
007630     MOVE "ALUNOS EM RECUPERACAO NA TURMA ....:"
007640         TO ROD-DESCRICAO.
007650     MOVE QTD-ALUNOS-TURMA TO ROD-VALOR.
007660     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
007670     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007680     MOVE SPACES TO WS-LINHA-RODAPE.
007690     MOVE "APROVADOS NA RECUPERACAO ..........:"
007700         TO ROD-DESCRICAO.
007710     MOVE QTD-APROV-TURMA TO ROD-VALOR.
007720     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
007730     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007740     MOVE SPACES TO WS-LINHA-RODAPE.
007750     MOVE "REPROVADOS NA RECUPERACAO .........:"
007760         TO ROD-DESCRICAO.
007770     MOVE QTD-REPROV-TURMA TO ROD-VALOR.
007780     MOVE WS-LINHA-RODAPE TO REG-LINHA-RELATORIO.
007790     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007800     MOVE SPACES TO WS-LINHA-APROVACAO.
007810     MOVE
007820     "RECUPERACAO - APROVACAO DO COORDENADOR (ASSINATURA E DATA):"
007830         TO APRV-TEXTO.
007840     MOVE WS-LINHA-APROVACAO TO REG-LINHA-RELATORIO.
007850     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007860     MOVE SPACES TO WS-LINHA-APROVACAO.
007870     MOVE "____________________________________________"
007880         TO APRV-TEXTO.
007881     MOVE WS-LINHA-APROVACAO TO REG-LINHA-RELATORIO.
007882     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007883 5600-FIM.
007884     EXIT.
007885*----------------------------------------------------------------*
007886*    6000-IMPRIME-TOTAIS
007887*    TOTAIS DE CONTROLE DO FECHAMENTO, COM A CONFERENCIA DE QUE
007888*    TODO ALUNO APURADO SAIU APROVADO, REPROVADO OU EM
007889*    RECUPERACAO E FOI GRAVADO OU REGRAVADO NO MESTRE DE
007890*    RESULTADOS.
007891*----------------------------------------------------------------*
007892 6000-IMPRIME-TOTAIS.
007893     MOVE SPACES TO REG-LINHA-RELATORIO.
007894     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
007895     MOVE WS-LINHA-TOT-TITULO TO REG-LINHA-RELATORIO.
007896     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007897     MOVE SPACES TO WS-LINHA-TOTAL.
007898     MOVE "NOTAS LIDAS DO MESTRE ...........:" TO TOTL-DESCRICAO.
007899     MOVE CONT-NOTAS-LIDAS TO TOTL-VALOR.
007900     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007901     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007902     MOVE SPACES TO WS-LINHA-TOTAL.
007903     MOVE "NOTAS DO PERIODO FECHADO ........:" TO TOTL-DESCRICAO.
007904     MOVE CONT-NOTAS-PERIODO TO TOTL-VALOR.
007905     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007906     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007907     MOVE SPACES TO WS-LINHA-TOTAL.
007908     MOVE "ALUNOS APURADOS .................:" TO TOTL-DESCRICAO.
007909     MOVE CONT-ALUNOS TO TOTL-VALOR.
007910     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007911     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007912     MOVE SPACES TO WS-LINHA-TOTAL.
007913     MOVE "ALUNOS APROVADOS ................:" TO TOTL-DESCRICAO.
007914     MOVE CONT-APROVADOS TO TOTL-VALOR.
007915     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007916     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007917     MOVE SPACES TO WS-LINHA-TOTAL.
007918     MOVE "ALUNOS REPROVADOS ...............:" TO TOTL-DESCRICAO.
007919     MOVE CONT-REPROVADOS TO TOTL-VALOR.
007920     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007921     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007922     MOVE SPACES TO WS-LINHA-TOTAL.
007923     MOVE "DOS QUAIS REPROVADOS POR FALTA ..:" TO TOTL-DESCRICAO.
007924     MOVE CONT-REPROV-FALTA TO TOTL-VALOR.
007925     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007926     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007927     MOVE SPACES TO WS-LINHA-TOTAL.
007928     MOVE "ALUNOS EM RECUPERACAO ...........:" TO TOTL-DESCRICAO.
007929     MOVE CONT-RECUPERACAO TO TOTL-VALOR.
007930     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007931     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007932     MOVE SPACES TO WS-LINHA-TOTAL.
007933     MOVE "RESULTADOS INCLUIDOS ............:" TO TOTL-DESCRICAO.
007934     MOVE CONT-INCLUIDOS TO TOTL-VALOR.
007935     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007936     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007937     MOVE SPACES TO WS-LINHA-TOTAL.
007938     MOVE "RESULTADOS REGRAVADOS ...........:" TO TOTL-DESCRICAO.
007939     MOVE CONT-REGRAVADOS TO TOTL-VALOR.
007940     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007941     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007942     COMPUTE WS-TOTAL-CONFERENCIA =
007943         CONT-APROVADOS + CONT-REPROVADOS + CONT-RECUPERACAO.
007944     IF WS-TOTAL-CONFERENCIA = CONT-ALUNOS
007945        AND CONT-INCLUIDOS + CONT-REGRAVADOS = CONT-ALUNOS
007946         MOVE "OK"         TO WS-STATUS-CONFERENCIA
007947     ELSE
007948         MOVE "DIVERGENTE" TO WS-STATUS-CONFERENCIA
007949     END-IF.
007950     MOVE SPACES TO REG-LINHA-RELATORIO.
007951     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007952     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
007953     MOVE "CONFERENCIA APURADOS = APROV+REPROV+RECUP = GRAVADOS:"
007954         TO RCON-DESCRICAO.
007955     MOVE WS-STATUS-CONFERENCIA TO RCON-STATUS.
007956     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
007957     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007958 6000-FIM.
007959     EXIT.
007960*----------------------------------------------------------------*
007961*    6500-IMPRIME-TOTAIS-RECUP
007962*    TOTAIS DE CONTROLE DA RECUPERACAO, COM A CONFERENCIA DE QUE
007963*    TODO ALUNO PENDENTE FOI DECIDIDO E REGRAVADO NO MESTRE.
007970*----------------------------------------------------------------*
007980 6500-IMPRIME-TOTAIS-RECUP.
007990     IF CONT-REC-PENDENTES = 0
008000         MOVE "RESULTADOS DA RECUPERACAO PERIODO" TO CAB-TITULO
008010         MOVE WS-PERIODO-FECHA TO CAB-PERIODO
008020         MOVE SPACES           TO CAB-TURMA
008030         MOVE WS-DATA-HOJE     TO CAB-DATA
008040         MOVE WS-LINHA-CABECALHO TO REG-LINHA-RELATORIO
008050         WRITE REG-LINHA-RELATORIO AFTER ADVANCING PAGE
008060         MOVE SPACES TO WS-LINHA-APROVACAO
008070         MOVE "NENHUM ALUNO EM RECUPERACAO NO PERIODO"
008080             TO APRV-TEXTO
008090         MOVE WS-LINHA-APROVACAO TO REG-LINHA-RELATORIO
008100         WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES
008110     END-IF.
008120     MOVE SPACES TO REG-LINHA-RELATORIO.
008130     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 2 LINES.
008140     MOVE SPACES TO WS-LINHA-APROVACAO.
008150     MOVE "TOTAIS DE CONTROLE DA RECUPERACAO" TO APRV-TEXTO.
008160     MOVE WS-LINHA-APROVACAO TO REG-LINHA-RELATORIO.
008170     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008180     MOVE SPACES TO WS-LINHA-TOTAL.
008190     MOVE "RESULTADOS LIDOS DO MESTRE ......:" TO TOTL-DESCRICAO.
008200     MOVE CONT-RESULT-LIDOS TO TOTL-VALOR.
008210     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008220     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008230     MOVE SPACES TO WS-LINHA-TOTAL.
008240     MOVE "ALUNOS EM RECUPERACAO ...........:" TO TOTL-DESCRICAO.
008250     MOVE CONT-REC-PENDENTES TO TOTL-VALOR.
008260     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008270     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008280     MOVE SPACES TO WS-LINHA-TOTAL.
008290     MOVE "APROVADOS NA RECUPERACAO ........:" TO TOTL-DESCRICAO.
008300     MOVE CONT-REC-APROVADOS TO TOTL-VALOR.
008310     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008320     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008330     MOVE SPACES TO WS-LINHA-TOTAL.
008340     MOVE "REPROVADOS NA RECUPERACAO .......:" TO TOTL-DESCRICAO.
008350     MOVE CONT-REC-REPROVADOS TO TOTL-VALOR.
008360     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008370     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008380     MOVE SPACES TO WS-LINHA-TOTAL.
008390     MOVE "  DOS QUAIS SEM NOTA DE RECUP. ..:" TO TOTL-DESCRICAO.
008400     MOVE CONT-REC-SEM-NOTA TO TOTL-VALOR.
008410     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008420     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008430     MOVE SPACES TO WS-LINHA-TOTAL.
008440     MOVE "RESULTADOS REGRAVADOS ...........:" TO TOTL-DESCRICAO.
008450     MOVE CONT-REGRAVADOS TO TOTL-VALOR.
008460     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
008470     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008480     COMPUTE WS-TOTAL-CONFERENCIA =
008490         CONT-REC-APROVADOS + CONT-REC-REPROVADOS.
008500     IF WS-TOTAL-CONFERENCIA = CONT-REC-PENDENTES
008510        AND CONT-REGRAVADOS = CONT-REC-PENDENTES
008520         MOVE "OK"         TO WS-STATUS-CONFERENCIA
008530     ELSE
008540         MOVE "DIVERGENTE" TO WS-STATUS-CONFERENCIA
008550     END-IF.
008560     MOVE SPACES TO REG-LINHA-RELATORIO.
008570     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008580     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
008590     MOVE "CONFERENCIA PENDENTES = APROV+REPROV = REGRAVADOS:"
008600         TO RCON-DESCRICAO.
008610     MOVE WS-STATUS-CONFERENCIA TO RCON-STATUS.
008620     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
008630     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
008640 6500-FIM.
008650     EXIT.
008660*----------------------------------------------------------------*
008670*    7000-MARCA-PERIODO-FECHADO
008680*    APURADOS TODOS OS ALUNOS, MARCA O PERIODO COMO FECHADO NO
008690*    CALENDARIO, COM A DATA DO FECHAMENTO. A PARTIR DAI AS CARGAS
008700*    DE NOTAS E DE FREQUENCIA REJEITAM MOVIMENTO DO PERIODO.
008710*----------------------------------------------------------------*
008720 7000-MARCA-PERIODO-FECHADO.
008730     MOVE WS-PERIODO-FECHA TO PMS-CODIGO OF REG-PERIODO-MESTRE.
008740     READ ARQ-PERIODOS-MESTRE
008750         INVALID KEY
008760             DISPLAY "FECHPER: ERRO AO RELER PERIODO "
008770                     WS-PERIODO-FECHA " NO PERIMST" UPON CONSOLE
008780             MOVE 16 TO RETURN-CODE
008790             GO TO 7000-FIM
008800     END-READ.
008810     MOVE REG-PERIODO-MESTRE TO WS-PERIODO-ANTES.
008820     MOVE "F" TO PMS-SITUACAO OF REG-PERIODO-MESTRE.
008830     MOVE WS-DATA-HOJE
008840         TO PMS-DATA-FECHAMENTO OF REG-PERIODO-MESTRE.
008850     REWRITE REG-PERIODO-MESTRE
008860         INVALID KEY
008870             DISPLAY "FECHPER: ERRO AO MARCAR PERIODO "
008880                     WS-PERIODO-FECHA " COMO FECHADO" UPON CONSOLE
008890             MOVE 16 TO RETURN-CODE
008900         NOT INVALID KEY
008910             MOVE "A" TO JRN-OPERACAO
008920             MOVE WS-PERIODO-ANTES TO JRN-IMAGEM-ANTES
008930             MOVE "PERIMST" TO JRN-ARQUIVO
008940             MOVE PMS-CODIGO OF REG-PERIODO-MESTRE TO JRN-CHAVE
008950             MOVE REG-PERIODO-MESTRE TO JRN-IMAGEM-DEPOIS
008960             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
008970     END-REWRITE.
008980 7000-FIM.
008990     EXIT.
009000*----------------------------------------------------------------*
009010*    8900-GRAVA-JORNAL
009020*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NUM MESTRE.
009030*    O CHAMADOR INFORMA O ARQUIVO, A CHAVE, A OPERACAO E AS
009040*    IMAGENS ANTES E DEPOIS; AQUI ENTRAM DATA, HORA E JOB.
009050*----------------------------------------------------------------*
009060 8900-GRAVA-JORNAL.
009070     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
009080     ACCEPT JRN-HORA-MOVTO FROM TIME.
009090     MOVE WS-JOB-ID             TO JRN-JOB-ID.
009100     MOVE "FECHPER"             TO JRN-PROGRAMA.
009110     WRITE REG-JORNAL.
009120 8900-FIM.
009130     EXIT.
009140*----------------------------------------------------------------*
009150 8910-JORNAL-RESULTADO.
009160     MOVE "RESULMST"            TO JRN-ARQUIVO.
009170     MOVE CHAVE-RESULTADO OF REG-RESULTADO TO JRN-CHAVE.
009180     MOVE REG-RESULTADO         TO JRN-IMAGEM-DEPOIS.
009190     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
009200 8910-FIM.
009210     EXIT.
009220*----------------------------------------------------------------*
009230 9999-FINALIZA.
009240     CLOSE ARQ-NOTAS-MESTRE.
009250     CLOSE ARQ-ALUNOS-MESTRE.
009260     CLOSE ARQ-RESULTADOS.
009270     CLOSE ARQ-RELATORIO.
009280     IF NOT SEM-FREQUENCIA
009290         CLOSE ARQ-FREQ-MESTRE
009300     END-IF.
009310     IF NOT SEM-CATALOGO
009320         CLOSE ARQ-DISCIPLINAS-MESTRE
009330     END-IF.
009340     CLOSE ARQ-PERIODOS-MESTRE.
009350     CLOSE ARQ-JORNAL.
009360     IF PASSAGEM-RECUPERACAO
009370         DISPLAY "FECHPER: RECUPERACAO DO PERIODO "
009380                 WS-PERIODO-FECHA " - " CONT-REC-APROVADOS
009390                 " APROVADOS, "
009400                 CONT-REC-REPROVADOS " REPROVADOS" UPON CONSOLE
009410     ELSE
009420         DISPLAY "FECHPER: PERIODO " WS-PERIODO-FECHA
009430                 " FECHADO - " CONT-APROVADOS " APROVADOS, "
009440                 CONT-REPROVADOS " REPROVADOS, "
009450                 CONT-RECUPERACAO " EM RECUPERACAO" UPON CONSOLE
009460     END-IF.
009470 9999-FIM.
009480     EXIT.
