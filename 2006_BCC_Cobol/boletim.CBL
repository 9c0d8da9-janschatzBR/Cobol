000216*                     MESTRE DE FREQUENCIA (STATUS 35) OU SEM
000217*                     APONTAMENTO PARA A DISCIPLINA, A COLUNA
000218*                     SAI EM BRANCO E O BOLETIM SEGUE IGUAL.
000219*  2026-10-15 JMS     A COLUNA DE DISCIPLINA PASSOU A MOSTRAR O
000220*                     NOME COMPLETO BUSCADO NO CATALOGO DE
000221*                     DISCIPLINAS (DISCMST, COPIA DISCC) EM VEZ
000222*                     DO CODIGO. SEM O CATALOGO (STATUS 35) OU
000223*                     COM CODIGO FORA DELE, SAI O CODIGO.
000226*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000448         RECORD KEY IS FMS-CHAVE OF REG-FREQ-MESTRE
000450         FILE STATUS IS STATUS-ARQ-FREQ.
000452
000454     SELECT ARQ-DISCIPLINAS-MESTRE ASSIGN TO DISCMST
000456         ORGANIZATION IS INDEXED
000457         ACCESS MODE IS RANDOM
000458         RECORD KEY IS DMS-CODIGO OF REG-DISCIPLINA-MESTRE
000460         FILE STATUS IS STATUS-ARQ-DISCIPLINAS.
000462
000464*----------------------------------------------------------------*
000466 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ARQ-NOTAS-MESTRE
000490     LABEL RECORDS ARE STANDARD.
000758                           FQ-PERIODO BY FMS-PERIODO
000760                           FQ-FALTAS BY FMS-FALTAS
000762                           FQ-AULAS-DADAS BY FMS-AULAS-DADAS.
000763
000764 FD  ARQ-DISCIPLINAS-MESTRE
000765     LABEL RECORDS ARE STANDARD.
000766 01  REG-DISCIPLINA-MESTRE.
000767     COPY DISCC  REPLACING DIS-CODIGO BY DMS-CODIGO
000768                           DIS-NOME BY DMS-NOME
000769                           DIS-CARGA-HORARIA BY DMS-CARGA-HORARIA
000770                           DIS-QTD-TURMAS BY DMS-QTD-TURMAS
000771                           DIS-TURMAS-OFERTA BY DMS-TURMAS-OFERTA
000772                           DIS-TURMA-OFERTA BY DMS-TURMA-OFERTA.
000774*----------------------------------------------------------------*
000776 WORKING-STORAGE SECTION.
000778*----------------------------------------------------------------*
000780*    CONTROLE DA QUEBRA POR ALUNO (TURMA + RA)
000790*----------------------------------------------------------------*
000800 01  WS-TURMA-ATUAL              PIC X(04) VALUE SPACES.
000940 01  STATUS-ARQ-MESTRE           PIC X(02) VALUE "00".
000950 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
000952 01  STATUS-ARQ-FREQ             PIC X(02) VALUE "00".
000954 01  STATUS-ARQ-DISCIPLINAS      PIC X(02) VALUE "00".
000960*----------------------------------------------------------------*
000970*    INDICADORES (CHAVES DE COMUTACAO)
000980*----------------------------------------------------------------*
001024     88  SEM-FREQUENCIA              VALUE "S".
001026 01  IND-ACHOU-FREQ              PIC X(01) VALUE "N".
001028     88  ACHOU-FREQ                  VALUE "S".
001030 01  IND-SEM-CATALOGO            PIC X(01) VALUE "N".
001032     88  SEM-CATALOGO                VALUE "S".
001034 01  WS-PCT-FREQ                 PIC 9(03) VALUE 0.
001036*----------------------------------------------------------------*
001040*    IDENTIFICACAO DA EXECUCAO
001050*----------------------------------------------------------------*
001060 01  WS-DATA-HOJE                PIC 9(08) VALUE 0.
001300
001310 01  WS-LINHA-COLUNAS.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  COL-DISCIPLINA          PIC X(32) VALUE "DISCIPLINA".
001340     05  COL-PERIODO             PIC X(10) VALUE "PERIODO".
001350     05  COL-NOTA                PIC X(06) VALUE "NOTA".
001352     05  COL-FREQ                PIC X(08) VALUE "FREQ %".
001360     05  FILLER                  PIC X(74) VALUE SPACES.
001370
001380 01  WS-LINHA-DETALHE.
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  DET-DISCIPLINA          PIC X(30).
001410     05  FILLER                  PIC X(02) VALUE SPACES.
001420     05  DET-PERIODO             PIC X(06).
001430     05  FILLER                  PIC X(04) VALUE SPACES.
001440     05  DET-NOTA                PIC Z9,9.
001442     05  FILLER                  PIC X(03) VALUE SPACES.
001444     05  DET-FREQ                PIC X(03).
001446     05  DET-FREQ-PCT            PIC X(01).
001450     05  FILLER                  PIC X(77) VALUE SPACES.
001452 01  WS-FREQ-EDIT                PIC ZZ9.
001460
001470 01  WS-LINHA-RODAPE-1.
001804             STOP RUN
001806         END-IF
001808     END-IF.
001809*    O CATALOGO DE DISCIPLINAS TAMBEM E OPCIONAL: SEM ELE O
001810*    BOLETIM IMPRIME O CODIGO DA DISCIPLINA, COMO ANTES.
001811     OPEN INPUT  ARQ-DISCIPLINAS-MESTRE.
001812     IF STATUS-ARQ-DISCIPLINAS = "35"
001813         MOVE "S" TO IND-SEM-CATALOGO
001814     ELSE
001815         IF STATUS-ARQ-DISCIPLINAS NOT = "00"
001816             DISPLAY "BOLETIM: ERRO AO ABRIR DISCMST - STATUS "
001817                     STATUS-ARQ-DISCIPLINAS UPON CONSOLE
001818             MOVE 16 TO RETURN-CODE
001819             STOP RUN
001820         END-IF
001821     END-IF.
001822     IF STATUS-ARQ-NOTAS NOT = "00"
001823         DISPLAY "BOLETIM: ERRO AO ABRIR NOTAMST - STATUS "
001824                 STATUS-ARQ-NOTAS UPON CONSOLE
001825         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF.
001850     IF STATUS-ARQ-MESTRE NOT = "00"
002800*----------------------------------------------------------------*
002810 3400-IMPRIME-UMA-NOTA.
002820     MOVE SPACES TO WS-LINHA-DETALHE.
002830     PERFORM 3420-LE-DISCIPLINA THRU 3420-FIM.
002840     MOVE NMS-PERIODO OF REG-NOTA-MESTRE    TO DET-PERIODO.
002850     MOVE NMS-NOTA OF REG-NOTA-MESTRE       TO DET-NOTA.
002852     PERFORM 3410-LE-FREQUENCIA THRU 3410-FIM.
002960     END-READ.
002962 3410-FIM.
002964     EXIT.
002965*----------------------------------------------------------------*
002966*    3420-LE-DISCIPLINA
002967*    BUSCA O NOME DA DISCIPLINA NO CATALOGO (DISCMST). SEM O
002968*    CATALOGO OU COM CODIGO FORA DELE, IMPRIME O PROPRIO CODIGO.
002969*----------------------------------------------------------------*
002970 3420-LE-DISCIPLINA.
002971     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE TO DET-DISCIPLINA.
002972     IF SEM-CATALOGO
002973         GO TO 3420-FIM
002974     END-IF.
002975     MOVE NMS-DISCIPLINA OF REG-NOTA-MESTRE
002976         TO DMS-CODIGO OF REG-DISCIPLINA-MESTRE.
002977     READ ARQ-DISCIPLINAS-MESTRE
002978         INVALID KEY
002979             CONTINUE
002980         NOT INVALID KEY
002981             MOVE DMS-NOME OF REG-DISCIPLINA-MESTRE
002982                 TO DET-DISCIPLINA
002983     END-READ.
002984 3420-FIM.
002985     EXIT.
002986*----------------------------------------------------------------*
002987 3500-FECHA-ALUNO.
002988     MOVE SPACES TO REG-LINHA-RELATORIO.
002989     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
002990     MOVE QTD-NOTAS-ALUNO TO ROD-QTD.
002991     MOVE WS-LINHA-RODAPE-1 TO REG-LINHA-RELATORIO.
002992     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
002993     IF QTD-NOTAS-ALUNO > 0
003000         COMPUTE WS-MEDIA-NOTA ROUNDED =
003010             SOMA-NOTAS-ALUNO / QTD-NOTAS-ALUNO
003020     ELSE
003142     IF NOT SEM-FREQUENCIA
003144         CLOSE ARQ-FREQ-MESTRE
003146     END-IF.
003147     IF NOT SEM-CATALOGO
003148         CLOSE ARQ-DISCIPLINAS-MESTRE
003149     END-IF.
003150     DISPLAY "BOLETIM: " CONT-ALUNOS " ALUNOS, "
003160             CONT-NOTAS-LIDAS " NOTAS IMPRESSAS" UPON CONSOLE.
003170 9999-FIM.
