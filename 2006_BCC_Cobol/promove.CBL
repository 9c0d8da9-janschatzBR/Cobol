000347*                     SAIR COMO MAPA INVALIDO NO RELATORIO
000348*                     (RC=8), EM VEZ DE SO UM DISPLAY DE
000349*                     CONSOLE COM A TURMA SEM PROMOVER.
000350*  2026-10-15 JMS     CADA DELETE E WRITE DA PROMOCAO NOS
000351*                     MESTRES DE ALUNOS, NOTAS E FREQUENCIA
000352*                     PASSOU A GRAVAR A IMAGEM ANTES E DEPOIS DO
000353*                     REGISTRO NO JORNAL DE ATUALIZACOES (JORNAL,
000354*                     COPIA JORNC), DE ONDE O PROGRAMA REAPLICA
000355*                     REFAZ OS MESTRES. NOTAS E FREQUENCIAS TEM O
000356*                     REGISTRO COMPLETO MONTADO ANTES DO DELETE.
000357*----------------------------------------------------------------*
000358 ENVIRONMENT DIVISION.
000359 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     CONSOLE IS CONSOLE.
000380 INPUT-OUTPUT SECTION.
000720     SELECT ARQ-RELATORIO       ASSIGN TO PROMREL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS STATUS-ARQ-RELATORIO.
000742
000744     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000746         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS STATUS-ARQ-JORNAL.
000750
000760*----------------------------------------------------------------*
000770 DATA DIVISION.
001300     LABEL RECORDS ARE STANDARD.
001310 01  REG-AUDITORIA.
001320     COPY AUDITC.
001321
001322 FD  ARQ-JORNAL
001323     LABEL RECORDS ARE STANDARD.
001324 01  REG-JORNAL.
001325     COPY JORNC.
001330
001340 FD  ARQ-RELATORIO
001350     LABEL RECORDS ARE STANDARD.
002070 01  STATUS-ARQ-TURMAS           PIC X(02) VALUE "00".
002080 01  STATUS-ARQ-AUDITORIA        PIC X(02) VALUE "00".
002090 01  STATUS-ARQ-RELATORIO        PIC X(02) VALUE "00".
002095 01  STATUS-ARQ-JORNAL           PIC X(02) VALUE "00".
002100*----------------------------------------------------------------*
002110*    INDICADORES (CHAVES DE COMUTACAO)
002120*----------------------------------------------------------------*
003170     OPEN INPUT  ARQ-TURMAS-MESTRE.
003180     OPEN OUTPUT ARQ-AUDITORIA.
003190     OPEN OUTPUT ARQ-RELATORIO.
003195     OPEN OUTPUT ARQ-JORNAL.
003200     IF STATUS-ARQ-PARAMETROS NOT = "00"
003210         DISPLAY "PROMOVE: ERRO AO ABRIR PROMPARM - STATUS "
003220                 STATUS-ARQ-PARAMETROS UPON CONSOLE
003530         MOVE 16 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003551     IF STATUS-ARQ-JORNAL NOT = "00"
003552         DISPLAY "PROMOVE: ERRO AO ABRIR JORNAL - STATUS "
003553                 STATUS-ARQ-JORNAL UPON CONSOLE
003554         MOVE 16 TO RETURN-CODE
003555         STOP RUN
003556     END-IF.
003560     OPEN I-O ARQ-FREQ-MESTRE.
003570     IF STATUS-ARQ-FREQ = "35"
003580         MOVE "S" TO IND-SEM-FREQUENCIA
005756         INVALID KEY
005757             DISPLAY "PROMOVE: ERRO AO EXCLUIR RA "
005758                     WS-RA-ATUAL " DA TURMA "
005763                     MAP-TURMA-DE(MAP-IDX) UPON CONSOLE
005768         NOT INVALID KEY
005773             MOVE "E" TO JRN-OPERACAO
005778             MOVE WS-ALUNO-SALVO TO JRN-IMAGEM-ANTES
005783             MOVE SPACES TO JRN-IMAGEM-DEPOIS
005788             PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005793     END-DELETE.
005800     MOVE WS-ALUNO-SALVO TO REG-ALUNO-MESTRE.
005810     MOVE MAP-TURMA-PARA(MAP-IDX)
005820         TO MST-TURMA OF REG-ALUNO-MESTRE.
005840         INVALID KEY
005850             DISPLAY "PROMOVE: ERRO AO GRAVAR RA "
005860                     WS-RA-ATUAL " NA TURMA "
005863                     MAP-TURMA-PARA(MAP-IDX) UPON CONSOLE
005866         NOT INVALID KEY
005869             MOVE "I" TO JRN-OPERACAO
005872             MOVE SPACES TO JRN-IMAGEM-ANTES
005875             MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-DEPOIS
005878             PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005881     END-WRITE.
005890     PERFORM 3350-GRAVA-AUDIT-PROMO THRU 3350-FIM.
005900     ADD 1 TO MAP-MOVIDOS(MAP-IDX).
005910     ADD 1 TO CONT-MOVIDOS.
006086             MOVE "S" TO IND-DESTINO-OCUPADO
006087     END-READ.
006088 3320-FIM.
006091     EXIT.
006094*----------------------------------------------------------------*
006097*    3350-GRAVA-AUDIT-PROMO
006100*    GRAVA O EVENTO "P" (PROMOCAO DE TURMA) NO TRILHO, COMO O
006110*    EVENTO "T" DA TROCA DE RA LIGA OS DOIS RA: AUD-TURMA E A
006120*    TURMA NOVA, ONDE O ALUNO PASSA A EXISTIR NO MESTRE (E ONDE
006940         TO NMS-DISCIPLINA OF REG-NOTA-MESTRE.
006950     MOVE NTR-PERIODO(NTR-IDX)
006960         TO NMS-PERIODO OF REG-NOTA-MESTRE.
006965     MOVE NTR-NOTA(NTR-IDX) TO NMS-NOTA OF REG-NOTA-MESTRE.
006970     DELETE ARQ-NOTAS-MESTRE
006980         INVALID KEY
006990             DISPLAY "PROMOVE: ERRO AO EXCLUIR NOTA DO RA "
006993                     WS-RA-ATUAL UPON CONSOLE
006996         NOT INVALID KEY
006999             MOVE "E" TO JRN-OPERACAO
007002             MOVE REG-NOTA-MESTRE TO JRN-IMAGEM-ANTES
007005             MOVE SPACES TO JRN-IMAGEM-DEPOIS
007008             PERFORM 8920-JORNAL-NOTA THRU 8920-FIM
007011     END-DELETE.
007020     MOVE MAP-TURMA-PARA(MAP-IDX)
007030         TO NMS-TURMA OF REG-NOTA-MESTRE.
007040     MOVE NTR-NOTA(NTR-IDX) TO NMS-NOTA OF REG-NOTA-MESTRE.
007050     WRITE REG-NOTA-MESTRE
007060         INVALID KEY
007070             DISPLAY "PROMOVE: ERRO AO GRAVAR NOTA DO RA "
007073                     WS-RA-ATUAL UPON CONSOLE
007076         NOT INVALID KEY
007079             MOVE "I" TO JRN-OPERACAO
007082             MOVE SPACES TO JRN-IMAGEM-ANTES
007085             MOVE REG-NOTA-MESTRE TO JRN-IMAGEM-DEPOIS
007088             PERFORM 8920-JORNAL-NOTA THRU 8920-FIM
007091     END-WRITE.
007100     ADD 1 TO MAP-NOTAS(MAP-IDX).
007110     ADD 1 TO CONT-NOTAS-MOVIDAS.
007120 3420-FIM.
007800         TO FMS-DISCIPLINA OF REG-FREQ-MESTRE.
007810     MOVE FQR-PERIODO(FQR-IDX)
007820         TO FMS-PERIODO OF REG-FREQ-MESTRE.
007822     MOVE FQR-FALTAS(FQR-IDX) TO FMS-FALTAS OF REG-FREQ-MESTRE.
007824     MOVE FQR-AULAS(FQR-IDX)
007826         TO FMS-AULAS-DADAS OF REG-FREQ-MESTRE.
007830     DELETE ARQ-FREQ-MESTRE
007840         INVALID KEY
007850             DISPLAY "PROMOVE: ERRO AO EXCLUIR FREQ DO RA "
007853                     WS-RA-ATUAL UPON CONSOLE
007856         NOT INVALID KEY
007859             MOVE "E" TO JRN-OPERACAO
007862             MOVE REG-FREQ-MESTRE TO JRN-IMAGEM-ANTES
007865             MOVE SPACES TO JRN-IMAGEM-DEPOIS
007868             PERFORM 8930-JORNAL-FREQ THRU 8930-FIM
007871     END-DELETE.
007880     MOVE MAP-TURMA-PARA(MAP-IDX)
007890         TO FMS-TURMA OF REG-FREQ-MESTRE.
007900     MOVE FQR-FALTAS(FQR-IDX) TO FMS-FALTAS OF REG-FREQ-MESTRE.
007930     WRITE REG-FREQ-MESTRE
007940         INVALID KEY
007950             DISPLAY "PROMOVE: ERRO AO GRAVAR FREQ DO RA "
007953                     WS-RA-ATUAL UPON CONSOLE
007956         NOT INVALID KEY
007959             MOVE "I" TO JRN-OPERACAO
007962             MOVE SPACES TO JRN-IMAGEM-ANTES
007965             MOVE REG-FREQ-MESTRE TO JRN-IMAGEM-DEPOIS
007968             PERFORM 8930-JORNAL-FREQ THRU 8930-FIM
007971     END-WRITE.
007980     ADD 1 TO MAP-FREQS(MAP-IDX).
007990     ADD 1 TO CONT-FREQS-MOVIDAS.
008000 3520-FIM.
008750 6100-FIM.
008760     EXIT.
008770*----------------------------------------------------------------*
008771*    8900-GRAVA-JORNAL
008772*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NUM MESTRE.
008773*    O CHAMADOR INFORMA A OPERACAO E AS IMAGENS ANTES E DEPOIS;
008774*    ARQUIVO E CHAVE VEM DE 8910/8920/8930, E AQUI ENTRAM DATA,
008775*    HORA E JOB.
008776*----------------------------------------------------------------*
008777 8900-GRAVA-JORNAL.
008778     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
008779     ACCEPT JRN-HORA-MOVTO FROM TIME.
008780     MOVE WS-JOB-ID             TO JRN-JOB-ID.
008781     MOVE "PROMOVE"             TO JRN-PROGRAMA.
008782     WRITE REG-JORNAL.
008783 8900-FIM.
008784     EXIT.
008785*----------------------------------------------------------------*
008786 8910-JORNAL-ALUNO.
008787     MOVE "ALUNMST"             TO JRN-ARQUIVO.
008788     MOVE MST-CHAVE OF REG-ALUNO-MESTRE TO JRN-CHAVE.
008789     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
008790 8910-FIM.
008791     EXIT.
008792*----------------------------------------------------------------*
008793 8920-JORNAL-NOTA.
008794     MOVE "NOTAMST"             TO JRN-ARQUIVO.
008795     MOVE NMS-CHAVE OF REG-NOTA-MESTRE TO JRN-CHAVE.
008796     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
008797 8920-FIM.
008798     EXIT.
008799*----------------------------------------------------------------*
008800 8930-JORNAL-FREQ.
008801     MOVE "FREQMST"             TO JRN-ARQUIVO.
008802     MOVE FMS-CHAVE OF REG-FREQ-MESTRE TO JRN-CHAVE.
008803     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
008804 8930-FIM.
008805     EXIT.
008806*----------------------------------------------------------------*
008807 9999-FINALIZA.
008808     CLOSE ARQ-ALUNOS-MESTRE.
008809     CLOSE ARQ-NOTAS-MESTRE.
008810     IF NOT SEM-FREQUENCIA
008820         CLOSE ARQ-FREQ-MESTRE
008830     END-IF.
008840     CLOSE ARQ-TURMAS-MESTRE.
008850     CLOSE ARQ-AUDITORIA.
008860     CLOSE ARQ-RELATORIO.
008865     CLOSE ARQ-JORNAL.
008870     DISPLAY "PROMOVE: " CONT-MOVIDOS " ALUNOS PROMOVIDOS, "
008880             CONT-NOTAS-MOVIDAS " NOTAS E "
008890             CONT-FREQS-MOVIDAS " FREQUENCIAS REMANEJADAS - JOB "
