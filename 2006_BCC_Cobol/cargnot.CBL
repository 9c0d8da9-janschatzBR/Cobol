000150*  EXISTE: NOTA DE ALUNO DESCONHECIDO E REJEITADA (NOTAREJ).     *
000160*  NOTA NOVA E INCLUIDA NO MESTRE DE NOTAS; NOTA JA EXISTENTE    *
000170*  PARA A MESMA CHAVE (TURMA + RA + DISCIPLINA + PERIODO) E      *
000180*  REGRAVADA COM O VALOR NOVO (CORRECAO DE LANCAMENTO), COM UMA  *
000185*  LINHA NO LOG DE CORRECOES (NOTALOG).                          *
000190*----------------------------------------------------------------*
000200*  HISTORICO DE ALTERACOES
000210*  DATA       AUTOR   DESCRICAO
000232*                     CONTROLE (NOTACTL) PROVANDO LIDOS =
000233*                     INCLUIDOS + REGRAVADOS + REJEITADOS, QUE
000234*                     ANTES SO SAIA NUM DISPLAY DE CONSOLE.
000235*  2026-10-15 JMS     INCLUIDO O CATALOGO DE DISCIPLINAS
000236*                     (DISCMST, COPIA DISCC): NOTA DE
000237*                     DISCIPLINA FORA DO CATALOGO OU NAO
000238*                     OFERECIDA PARA A TURMA DO MOVIMENTO E
000239*                     REJEITADA (4240).
000249*  2026-10-15 JMS     INCLUIDO O CALENDARIO DE PERIODOS
000259*                     (PERIMST, COPIA PERIC): NOTA DE PERIODO
000269*                     NAO CADASTRADO OU JA FECHADO E REJEITADA
000279*                     (4250).
000280*  2026-10-15 JMS     INCLUIDO O LOG DE CORRECOES DE NOTAS
000281*                     (NOTALOG, COPIA NOTLGC): CADA NOTA
000282*                     REGRAVADA (4270) GRAVA A NOTA ANTERIOR E
000283*                     A NOVA, DATA/HORA, JOB E O CODIGO DE
000284*                     MOTIVO DA CORRECAO, QUE O MOVIMENTO
000285*                     PASSOU A TRAZER NAS COLUNAS 26-27 (EM
000286*                     BRANCO SE NAO INFORMADO; NOTAENT PASSA
000287*                     DE LRECL 25 PARA 27).
000288*  2026-10-15 JMS     CADA INCLUSAO E REGRAVACAO DO MESTRE DE
000289*                     NOTAS PASSOU A GRAVAR A IMAGEM ANTES E
000290*                     DEPOIS DO REGISTRO NO JORNAL DE
000291*                     ATUALIZACOES (JORNAL, COPIA JORNC), DE ONDE
000292*                     O PROGRAMA REAPLICA REFAZ O MESTRE.
000293*----------------------------------------------------------------*
000294 ENVIRONMENT DIVISION.
000295 CONFIGURATION SECTION.
000296 SPECIAL-NAMES.
000297     CONSOLE IS CONSOLE.
000298 INPUT-OUTPUT SECTION.
000299 FILE-CONTROL.
000300     SELECT ARQ-NOTAS-ENTRADA   ASSIGN TO NOTAENT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS STATUS-ARQ-ENTRADA.
000489         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS STATUS-ARQ-RELATORIO.
000491
000492     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000493         ORGANIZATION IS INDEXED
000494         ACCESS MODE IS RANDOM
000495         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000496         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000497
000498     SELECT ARQ-PERIODOS-MESTRE ASSIGN TO PERIMST
000508         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS RANDOM
000528         RECORD KEY IS PMS-CODIGO OF REG-PERIODO-MESTRE
000538         FILE STATUS IS STATUS-ARQ-PERIODOS.
000539
000540     SELECT ARQ-LOG-CORRECOES   ASSIGN TO NOTALOG
000541         ORGANIZATION IS SEQUENTIAL
000542         FILE STATUS IS STATUS-ARQ-LOG.
000543
000544     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000545         ORGANIZATION IS SEQUENTIAL
000546         FILE STATUS IS STATUS-ARQ-JORNAL.
000547
000548*----------------------------------------------------------------*
000549 DATA DIVISION.
000550 FILE SECTION.
000551 FD  ARQ-NOTAS-ENTRADA
000552     LABEL RECORDS ARE STANDARD.
000553 01  REG-NOTA-ENTRADA.
000560     COPY NOTAC.
000565     05  NT-MOTIVO-CORRECAO          PIC X(02).
000570
000580 FD  ARQ-ALUNOS-MESTRE
000590     LABEL RECORDS ARE STANDARD.
000880     05  NRJ-PERIODO             PIC X(06).
000890     05  NRJ-NOTA                PIC 9(02)V9(01).
000900     05  NRJ-MOTIVO              PIC X(40).
000901
000902 FD  ARQ-DISCIPLINAS-MESTRE
000903     LABEL RECORDS ARE STANDARD.
000904 01  REG-DISCIPLINA-MESTRE.
000905     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
000906                           DIS-NOME BY DMS-NOME
000907                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
000908                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
000909                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
000910                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
000911
000912 FD  ARQ-PERIODOS-MESTRE
000913     LABEL RECORDS ARE STANDARD.
000914 01  REG-PERIODO-MESTRE.
000915     COPY PERIC  REPLACING PER-CODIGO BY PMS-CODIGO
000916                           PER-DATA-INICIO BY PMS-DATA-INICIO
000917                           PER-DATA-FIM BY PMS-DATA-FIM
000918                           PER-SITUACAO BY PMS-SITUACAO
000919                           PER-ABERTO BY PMS-ABERTO
000920                           PER-EM-FECHAMENTO BY PMS-EM-FECHAMENTO
000921                           PER-FECHADO BY PMS-FECHADO
000922                       PER-DATA-FECHAMENTO BY PMS-DATA-FECHAMENTO.
000923
000924 FD  ARQ-LOG-CORRECOES
000925     LABEL RECORDS ARE STANDARD.
000926 01  REG-LOG-CORRECAO.
000927     COPY NOTLGC.
000928
000929 FD  ARQ-JORNAL
000930     LABEL RECORDS ARE STANDARD.
000931 01  REG-JORNAL.
000932     COPY JORNC.
000933*----------------------------------------------------------------*
000934 WORKING-STORAGE SECTION.
000935*----------------------------------------------------------------*
000936*    CONSTANTES
000937*----------------------------------------------------------------*
000938 77  WS-INTERVALO-CHECKPOINT     PIC 9(04) COMP VALUE 50.
000939*----------------------------------------------------------------*
000940*    CONTADORES DA CARGA DE NOTAS
000950*----------------------------------------------------------------*
000960 01  CONT-LIDOS                  PIC 9(06) COMP VALUE 0.
001000 01  WS-QTD-A-PULAR              PIC 9(06) COMP VALUE 0.
001001 01  WS-RESTO-CHECKPOINT         PIC 9(04) COMP VALUE 0.
001002 01  WS-QUOC-CHECKPOINT          PIC 9(06) COMP VALUE 0.
001003 01  WS-IDX-TURMA                PIC 9(02) COMP VALUE 0.
001004*----------------------------------------------------------------*
001005*    NOTA ANTERIOR E NOVA DA CORRECAO (LOG NOTALOG)
001006*----------------------------------------------------------------*
001007 01  WS-NOTA-ANTERIOR            PIC 9(02)V9(01) VALUE 0.
001008 01  WS-NOTA-NOVA                PIC 9(02)V9(01) VALUE 0.
001009*----------------------------------------------------------------*
001010*    INDICADORES DE ESTADO DOS ARQUIVOS (FILE STATUS)
001020*----------------------------------------------------------------*
001030 01  STATUS-ARQ-ENTRADA          PIC X(02) VALUE "00".
001060 01  STATUS-ARQ-REJEITOS         PIC X(02) VALUE "00".
001062 01  STATUS-ARQ-CHECKPOINT       PIC X(02) VALUE "00".
001064 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
001066 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
001067 01  STATUS-ARQ-PERIODOS         PIC X(02) VALUE "00".
001068 01  STATUS-ARQ-LOG              PIC X(02) VALUE "00".
001069 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
001070*----------------------------------------------------------------*
001080*    INDICADORES (CHAVES DE COMUTACAO)
001090*----------------------------------------------------------------*
001150     88  ACHOU-ALUNO                 VALUE "S".
001152 01  IND-FIM-CHECKPOINT          PIC X(01) VALUE "N".
001154     88  FIM-ARQ-CHECKPOINT          VALUE "S".
001155 01  IND-TURMA-OFERECE           PIC X(01) VALUE "N".
001156     88  TURMA-OFERECE               VALUE "S".
001157 01  MOTIVO-REJEICAO             PIC X(40) VALUE SPACES.
001158*----------------------------------------------------------------*
001159*    IDENTIFICACAO DA EXECUCAO
001160*----------------------------------------------------------------*
001161 01  WS-JOB-ID                   PIC X(08) VALUE SPACES.
001162 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001163*    IMAGEM DO REGISTRO DO MESTRE ANTES DA REGRAVACAO (4270)
001164 01  WS-NOTA-ANTES               PIC X(25) VALUE SPACES.
001165*----------------------------------------------------------------*
001166*    LINHAS DA PAGINA DE TOTAIS DE CONTROLE (NOTACTL)
001167*----------------------------------------------------------------*
001290*    CRIADO VAZIO, NO MESMO ESQUEMA DA CARGA DE ALUNOS.
001300*----------------------------------------------------------------*
001310 1000-INICIALIZACAO.
001314     ACCEPT WS-JOB-ID FROM TIME.
001315     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
001320     MOVE 0 TO CONT-LIDOS CONT-INCLUIDOS CONT-REGRAVADOS
001330               CONT-REJEITADOS WS-QTD-A-PULAR.
001360     OPEN INPUT  ARQ-ALUNOS-MESTRE.
001370     OPEN OUTPUT ARQ-REJEITOS.
001372     OPEN OUTPUT ARQ-RELATORIO.
001374     OPEN INPUT  ARQ-DISCIPLINAS-MESTRE.
001375     OPEN INPUT  ARQ-PERIODOS-MESTRE.
001376     OPEN OUTPUT ARQ-LOG-CORRECOES.
001377     OPEN OUTPUT ARQ-JORNAL.
001380     OPEN I-O    ARQ-NOTAS-MESTRE.
001390     IF STATUS-ARQ-NOTAS = "35"
001400         OPEN OUTPUT ARQ-NOTAS-MESTRE
001630         DISPLAY "CARGNOT: ERRO AO ABRIR NOTAREJ - STATUS "
001640                 STATUS-ARQ-REJEITOS UPON CONSOLE
001650         MOVE 16 TO RETURN-CODE
001651         STOP RUN
001652     END-IF.
001653     IF STATUS-ARQ-RELATORIO NOT = "00"
001654         DISPLAY "CARGNOT: ERRO AO ABRIR NOTACTL - STATUS "
001655                 STATUS-ARQ-RELATORIO UPON CONSOLE
001656         MOVE 16 TO RETURN-CODE
001657         STOP RUN
001658     END-IF.
001659     IF STATUS-ARQ-DISCIPLINAS NOT = "00"
001660         DISPLAY "CARGNOT: ERRO AO ABRIR DISCMST - STATUS "
001661                 STATUS-ARQ-DISCIPLINAS UPON CONSOLE
001662         MOVE 16 TO RETURN-CODE
001663         STOP RUN
001664     END-IF.
001665     IF STATUS-ARQ-PERIODOS NOT = "00"
001666         DISPLAY "CARGNOT: ERRO AO ABRIR PERIMST - STATUS "
001667                 STATUS-ARQ-PERIODOS UPON CONSOLE
001668         MOVE 16 TO RETURN-CODE
001669         STOP RUN
001670     END-IF.
001671     IF STATUS-ARQ-LOG NOT = "00"
001672         DISPLAY "CARGNOT: ERRO AO ABRIR NOTALOG - STATUS "
001673                 STATUS-ARQ-LOG UPON CONSOLE
001674         MOVE 16 TO RETURN-CODE
001675         STOP RUN
001676     END-IF.
001677     IF STATUS-ARQ-JORNAL NOT = "00"
001678         DISPLAY "CARGNOT: ERRO AO ABRIR JORNAL - STATUS "
001679                 STATUS-ARQ-JORNAL UPON CONSOLE
001680         MOVE 16 TO RETURN-CODE
001681         STOP RUN
001682     END-IF.
001683 1000-FIM.
001684     EXIT.
001685*----------------------------------------------------------------*
001686*    2500-VERIFICA-REINICIO
001687*    CONFERE SE EXISTE UM CHECKPOINT DE UMA EXECUCAO ANTERIOR QUE
001688*    NAO TERMINOU (ABEND). SE EXISTIR, LE O ARQUIVO ATE O FIM E
001689*    FICA COM O ULTIMO REGISTRO GRAVADO, POSICIONANDO A LEITURA
001690*    DE NOTAENT APOS OS REGISTROS JA PROCESSADOS NAQUELA
001691*    EXECUCAO, CUJO EFEITO JA ESTA GRAVADO NO MESTRE DE NOTAS.
001692*    MESMO ESQUEMA DO REINICIO DA CARGA DE ALUNOS (DADOS).
001693*----------------------------------------------------------------*
001694 2500-VERIFICA-REINICIO.
001695     MOVE 0 TO WS-QTD-A-PULAR.
001696     MOVE "N" TO IND-FIM-CHECKPOINT.
001697     OPEN INPUT ARQ-CHECKPOINT.
001698     IF STATUS-ARQ-CHECKPOINT = "00"
001705         PERFORM 2520-LER-PROXIMO-CHECKPOINT THRU 2520-FIM
001706             UNTIL FIM-ARQ-CHECKPOINT
001707         CLOSE ARQ-CHECKPOINT
001736     END-READ.
001737 2520-FIM.
001738     EXIT.
001739*----------------------------------------------------------------*
001740 4000-PROCESSA-ENTRADA.
001741     PERFORM 4100-LER-PROXIMA-NOTA THRU 4100-FIM.
001742     PERFORM 4200-PROCESSA-UMA-NOTA THRU 4200-FIM
001743         UNTIL FIM-ARQ-ENTRADA.
001750 4000-FIM.
001760     EXIT.
001770*----------------------------------------------------------------*
002060     EXIT.
002070*----------------------------------------------------------------*
002080*    4210-VALIDA-NOTA
002090*    CRITICA DO REGISTRO DE NOTA: CHAVE COMPLETA, RA NUMERICO,
002100*    NOTA NUMERICA DE 0 A 10 E DISCIPLINA DO CATALOGO OFERECIDA
002105*    PARA A TURMA (4240), COM PERIODO DO CALENDARIO AINDA NAO
002106*    FECHADO (4250).
002110*----------------------------------------------------------------*
002120 4210-VALIDA-NOTA.
002130     IF NT-TURMA OF REG-NOTA-ENTRADA = SPACES
002380     IF NT-NOTA OF REG-NOTA-ENTRADA > 10
002390         MOVE "S" TO IND-REGISTRO-REJEITADO
002400         MOVE "NOTA FORA DA FAIXA 0 A 10" TO MOTIVO-REJEICAO
002405         GO TO 4210-FIM
002410     END-IF.
002415     PERFORM 4240-CONFERE-DISCIPLINA THRU 4240-FIM.
002416     IF REGISTRO-REJEITADO
002417         GO TO 4210-FIM
002418     END-IF.
002419     PERFORM 4250-CONFERE-PERIODO THRU 4250-FIM.
002420 4210-FIM.
002430     EXIT.
002440*----------------------------------------------------------------*
002600     END-READ.
002610 4230-FIM.
002620     EXIT.
002621*----------------------------------------------------------------*
002622*    4240-CONFERE-DISCIPLINA
002623*    LE O CATALOGO DE DISCIPLINAS PELO CODIGO DA NOTA E PROCURA A
002624*    TURMA DO MOVIMENTO NA TABELA DE TURMAS QUE OFERECEM A
002625*    DISCIPLINA (4245). DISCIPLINA FORA DO CATALOGO OU NAO
002626*    OFERECIDA PARA A TURMA REJEITA O REGISTRO.
002627*----------------------------------------------------------------*
002628 4240-CONFERE-DISCIPLINA.
002629     MOVE NT-DISCIPLINA OF REG-NOTA-ENTRADA
002630         TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
002631     READ ARQ-DISCIPLINAS-MESTRE
002632         INVALID KEY
002633             MOVE "S" TO IND-REGISTRO-REJEITADO
002634             MOVE "DISCIPLINA INEXISTENTE NO CATALOGO"
002635                 TO MOTIVO-REJEICAO
002636     END-READ.
002637     IF REGISTRO-REJEITADO
002638         GO TO 4240-FIM
002639     END-IF.
002640     MOVE "N" TO IND-TURMA-OFERECE.
002641     PERFORM 4245-PROCURA-TURMA-OFERTA THRU 4245-FIM
002642         VARYING WS-IDX-TURMA FROM 1 BY 1
002643             UNTIL WS-IDX-TURMA >
002644                       DMS-QTD-TURMAS OF REG-DISCIPLINA-MESTRE
002645                OR TURMA-OFERECE.
002646     IF NOT TURMA-OFERECE
002647         MOVE "S" TO IND-REGISTRO-REJEITADO
002648         MOVE "DISCIPLINA NAO OFERECIDA PARA A TURMA"
002649             TO MOTIVO-REJEICAO
002650     END-IF.
002651 4240-FIM.
002652     EXIT.
002653*----------------------------------------------------------------*
002654 4245-PROCURA-TURMA-OFERTA.
002655     IF DMS-TURMA-OFERTA OF REG-DISCIPLINA-MESTRE (WS-IDX-TURMA)
002656            = NT-TURMA OF REG-NOTA-ENTRADA
002657         MOVE "S" TO IND-TURMA-OFERECE
002658     END-IF.
002659 4245-FIM.
002660     EXIT.
002831*----------------------------------------------------------------*
002832*    4250-CONFERE-PERIODO
002833*    LE O CALENDARIO DE PERIODOS PELO PERIODO DO MOVIMENTO. SO E
002834*    ACEITO MOVIMENTO DE PERIODO CADASTRADO E AINDA NAO FECHADO
002835*    (ABERTO OU EM FECHAMENTO).
002836*----------------------------------------------------------------*
002837 4250-CONFERE-PERIODO.
002838     MOVE NT-PERIODO OF REG-NOTA-ENTRADA
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
002857*    4260-GRAVA-NOTA
002858*    INCLUI A NOTA NO MESTRE DE NOTAS; SE A CHAVE JA EXISTE
002859*    (STATUS 22 NO WRITE), REGRAVA COM O VALOR NOVO, QUE E A
002860*    CORRECAO DE UM LANCAMENTO ANTERIOR.
002861*----------------------------------------------------------------*
002862 4260-GRAVA-NOTA.
002863     MOVE NT-TURMA OF REG-NOTA-ENTRADA
002864         TO NMS-TURMA OF REG-NOTA-MESTRE.
002865     MOVE NT-RA OF REG-NOTA-ENTRADA
002866         TO NMS-RA OF REG-NOTA-MESTRE.
002867     MOVE NT-DISCIPLINA OF REG-NOTA-ENTRADA
002868         TO NMS-DISCIPLINA OF REG-NOTA-MESTRE.
002869     MOVE NT-PERIODO OF REG-NOTA-ENTRADA
002870         TO NMS-PERIODO OF REG-NOTA-MESTRE.
002871     MOVE NT-NOTA OF REG-NOTA-ENTRADA
002872         TO NMS-NOTA OF REG-NOTA-MESTRE.
002873     WRITE REG-NOTA-MESTRE
002874         INVALID KEY
002875             PERFORM 4270-REGRAVA-NOTA THRU 4270-FIM
002876         NOT INVALID KEY
002877             ADD 1 TO CONT-INCLUIDOS
002878             MOVE "I" TO JRN-OPERACAO
002879             MOVE SPACES TO JRN-IMAGEM-ANTES
002880             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
002881     END-WRITE.
002882 4260-FIM.
002883     EXIT.
002884*----------------------------------------------------------------*
002885*    4270-REGRAVA-NOTA
002886*    CORRECAO DE LANCAMENTO: LE A NOTA GRAVADA PARA GUARDAR O
002887*    VALOR ANTERIOR, REGRAVA COM O VALOR NOVO E GRAVA O LOG DE
002888*    CORRECOES (4280). NOTA REPETIDA COM O MESMO VALOR (COMO NA
002889*    RELEITURA DE UM LOTE APOS REINICIO) NAO E CORRECAO E NAO
002890*    VAI PARA O LOG.
002891*----------------------------------------------------------------*
002892 4270-REGRAVA-NOTA.
002893     MOVE NMS-NOTA OF REG-NOTA-MESTRE TO WS-NOTA-NOVA.
002894     READ ARQ-NOTAS-MESTRE
002895         INVALID KEY
002896             DISPLAY "CARGNOT: ERRO AO RELER NOTA DO RA "
002897                     NT-RA OF REG-NOTA-ENTRADA UPON CONSOLE
002898             GO TO 4270-FIM
002899     END-READ.
002900     MOVE NMS-NOTA OF REG-NOTA-MESTRE TO WS-NOTA-ANTERIOR.
002901     MOVE REG-NOTA-MESTRE TO WS-NOTA-ANTES.
002902     MOVE WS-NOTA-NOVA TO NMS-NOTA OF REG-NOTA-MESTRE.
002903     REWRITE REG-NOTA-MESTRE
002910         INVALID KEY
002920             DISPLAY "CARGNOT: ERRO AO REGRAVAR NOTA DO RA "
002930                     NT-RA OF REG-NOTA-ENTRADA UPON CONSOLE
002940         NOT INVALID KEY
002950             ADD 1 TO CONT-REGRAVADOS
002955             IF WS-NOTA-NOVA NOT = WS-NOTA-ANTERIOR
002956                 PERFORM 4280-GRAVA-LOG-CORRECAO THRU 4280-FIM
002957             END-IF
002958             MOVE "A" TO JRN-OPERACAO
002961             MOVE WS-NOTA-ANTES TO JRN-IMAGEM-ANTES
002964             PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM
002967     END-REWRITE.
002970 4270-FIM.
002980     EXIT.
002981*----------------------------------------------------------------*
002982 4280-GRAVA-LOG-CORRECAO.
002983     MOVE NMS-TURMA OF REG-NOTA-MESTRE      TO NLG-TURMA.
002984     MOVE NMS-RA OF REG-NOTA-MESTRE         TO NLG-RA.
002985     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE TO NLG-DISCIPLINA.
002986     MOVE NMS-PERIODO OF REG-NOTA-MESTRE    TO NLG-PERIODO.
002987     MOVE WS-NOTA-ANTERIOR                  TO NLG-NOTA-ANTERIOR.
002988     MOVE WS-NOTA-NOVA                      TO NLG-NOTA-NOVA.
002989     ACCEPT NLG-DATA-MOVTO FROM DATE YYYYMMDD.
002990     ACCEPT NLG-HORA-MOVTO FROM TIME.
002991     MOVE WS-JOB-ID                         TO NLG-JOB-ID.
002992     MOVE NT-MOTIVO-CORRECAO OF REG-NOTA-ENTRADA TO NLG-MOTIVO.
002993     WRITE REG-LOG-CORRECAO.
002994 4280-FIM.
002995     EXIT.
002997*----------------------------------------------------------------*
003000 4300-REJEITA-NOTA.
003010     MOVE NT-TURMA OF REG-NOTA-ENTRADA      TO NRJ-TURMA.
003020     MOVE NT-RA OF REG-NOTA-ENTRADA         TO NRJ-RA.
003159     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003160     MOVE SPACES TO WS-LINHA-TOTAL.
003161     MOVE "NOTAS REGRAVADAS (CORRECAO) .....:" TO TOTL-DESCRICAO.
003171     MOVE CONT-REGRAVADOS TO TOTL-VALOR.
003181     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
003191     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003201     MOVE SPACES TO WS-LINHA-TOTAL.
003211     MOVE "NOTAS REJEITADAS ................:" TO TOTL-DESCRICAO.
003221     MOVE CONT-REJEITADOS TO TOTL-VALOR.
003231     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
003241     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003251     MOVE SPACES TO WS-LINHA-TOTAL.
003261     MOVE "JA PROCESSADAS ANTES DO REINICIO :" TO TOTL-DESCRICAO.
003271     MOVE WS-QTD-A-PULAR TO TOTL-VALOR.
003281     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
003291     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003301     MOVE SPACES TO REG-LINHA-RELATORIO.
003311     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003321     MOVE SPACES TO WS-LINHA-RECONCILIACAO.
003331     MOVE WS-MSG-CONF-CONTAGEM TO RCON-DESCRICAO.
003341     MOVE WS-STATUS-CONFERENCIA TO RCON-STATUS.
003351     MOVE WS-LINHA-RECONCILIACAO TO REG-LINHA-RELATORIO.
003361     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
003371 8000-FIM.
003381     EXIT.
003391*----------------------------------------------------------------*
003401*    8900-GRAVA-JORNAL
003411*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NO MESTRE
003421*    DE NOTAS. O CHAMADOR INFORMA A OPERACAO E A IMAGEM ANTES; A
003431*    IMAGEM DEPOIS E O REGISTRO COMO FICOU NO MESTRE.
003441*----------------------------------------------------------------*
003451 8900-GRAVA-JORNAL.
003461     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
003471     ACCEPT JRN-HORA-MOVTO FROM TIME.
003481     MOVE WS-JOB-ID             TO JRN-JOB-ID.
003491     MOVE "CARGNOT"             TO JRN-PROGRAMA.
003501     MOVE "NOTAMST"             TO JRN-ARQUIVO.
003511     MOVE NMS-CHAVE OF REG-NOTA-MESTRE TO JRN-CHAVE.
003521     MOVE REG-NOTA-MESTRE       TO JRN-IMAGEM-DEPOIS.
003531     WRITE REG-JORNAL.
003541 8900-FIM.
003551     EXIT.
003561*----------------------------------------------------------------*
003571*    9999-FINALIZA
003581*    FECHA OS ARQUIVOS. COMO O JOB CHEGOU ATE AQUI SEM ABEND, O
003591*    CHECKPOINT DESTA EXECUCAO NAO TEM MAIS SERVENTIA; O
003601*    NOTACKPT E REABERTO EM OUTPUT PARA FICAR VAZIO, PARA QUE A
003611*    PROXIMA CARGA COMECE DO REGISTRO 1 DE NOTAENT.
003621*----------------------------------------------------------------*
003631 9999-FINALIZA.
003641     CLOSE ARQ-NOTAS-ENTRADA.
003651     CLOSE ARQ-ALUNOS-MESTRE.
003661     CLOSE ARQ-NOTAS-MESTRE.
003671     CLOSE ARQ-REJEITOS.
003681     CLOSE ARQ-RELATORIO.
003691     CLOSE ARQ-DISCIPLINAS-MESTRE.
003701     CLOSE ARQ-PERIODOS-MESTRE.
003711     CLOSE ARQ-LOG-CORRECOES.
003721     CLOSE ARQ-JORNAL.
003731     CLOSE ARQ-CHECKPOINT.
003741     OPEN OUTPUT ARQ-CHECKPOINT.
003751     CLOSE ARQ-CHECKPOINT.
003761     DISPLAY "CARGNOT: LIDOS " CONT-LIDOS
003771             " INCLUIDOS " CONT-INCLUIDOS
003781             " REGRAVADOS " CONT-REGRAVADOS
003791             " REJEITADOS " CONT-REJEITADOS UPON CONSOLE.
003801 9999-FIM.
003811     EXIT.
