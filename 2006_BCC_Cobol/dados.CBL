000747*                     SOBRAR NOTA SOB A CHAVE ANTIGA (ANTES AS
000748*                     NOTAS ALEM DO TAMPAO FICAVAM ORFAS, SO
000749*                     COM AVISO NO CONSOLE).
000750*  2026-10-15 JMS     INCLUSAO BARRADA POR TURMA LOTADA DEIXOU
000751*                     DE IR PARA REJEITOS (NAO HA O QUE A
000752*                     SECRETARIA CORRIGIR) E PASSOU A SER
000753*                     GRAVADA COMO PEDIDO NA LISTA DE ESPERA DA
000754*                     TURMA (ESPPED, COPIA ESPERC), COM DATA E
000755*                     HORA DO PEDIDO, PARA O PROGRAMA ESPERA
000756*                     CHAMAR QUANDO ABRIR VAGA. CONTINUA CONTADA
000757*                     NOS REJEITADOS DA CONFERENCIA E SAI EM
000758*                     LINHA PROPRIA NOS TOTAIS DE CONTROLE.
000759*  2026-10-15 JMS     CADA REWRITE, WRITE E DELETE NOS MESTRES DE
000760*                     ALUNOS E DE NOTAS PASSOU A GRAVAR A IMAGEM
000761*                     ANTES E DEPOIS DO REGISTRO NO JORNAL DE
000762*                     ATUALIZACOES (JORNAL, COPIA JORNC), DE ONDE
000763*                     O PROGRAMA REAPLICA REFAZ OS MESTRES APOS
000764*                     UMA RECARGA. A SIMULACAO NAO GRAVA NADA NO
000765*                     JORNAL, POIS NAO ATUALIZA OS MESTRES.
000692*----------------------------------------------------------------*
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000986         RECORD KEY IS TMS-CODIGO OF REG-TURMA-MESTRE
000987         FILE STATUS IS STATUS-ARQ-TURMAS.
000988
000989     SELECT ARQ-LISTA-ESPERA    ASSIGN TO ESPPED
000989         ORGANIZATION IS SEQUENTIAL
000989         FILE STATUS IS STATUS-ARQ-ESPERA.
000990
000991     SELECT ARQ-JORNAL          ASSIGN TO JORNAL
000992         ORGANIZATION IS SEQUENTIAL
000993         FILE STATUS IS STATUS-ARQ-JORNAL.
000989
000990*----------------------------------------------------------------*
001000 DATA DIVISION.
001010 FILE SECTION.
001462                           TRM-SITUACAO BY TMS-SITUACAO
001463                           TRM-ABERTA BY TMS-ABERTA
001464                           TRM-FECHADA BY TMS-FECHADA.
001465
001466 FD  ARQ-LISTA-ESPERA
001467     LABEL RECORDS ARE STANDARD.
001468 01  REG-PEDIDO-ESPERA.
001469     COPY ESPERC.
001470
001471 FD  ARQ-JORNAL
001472     LABEL RECORDS ARE STANDARD.
001473 01  REG-JORNAL.
001474     COPY JORNC.
001454*----------------------------------------------------------------*
001450 WORKING-STORAGE SECTION.
001460*----------------------------------------------------------------*
001660 01  CONT-ACEITOS                PIC 9(06) COMP VALUE 0.
001670 01  CONT-ATUALIZADOS            PIC 9(06) COMP VALUE 0.
001680 01  CONT-REJEITADOS             PIC 9(06) COMP VALUE 0.
001682 01  CONT-LISTA-ESPERA           PIC 9(06) COMP VALUE 0.
001685 01  CONT-EXCLUIDOS              PIC 9(06) COMP VALUE 0.
001687 01  CONT-TROCAS-RA              PIC 9(06) COMP VALUE 0.
001688 01  CONT-NOTAS-HISTORICO        PIC 9(06) COMP VALUE 0.
001820 01  STATUS-ARQ-NOTAS             PIC X(02) VALUE "00".
001821 01  STATUS-ARQ-NOTAS-HIST        PIC X(02) VALUE "00".
001822 01  STATUS-ARQ-TURMAS            PIC X(02) VALUE "00".
001823 01  STATUS-ARQ-ESPERA            PIC X(02) VALUE "00".
001824 01  STATUS-ARQ-JORNAL            PIC X(02) VALUE "00".
001820*----------------------------------------------------------------*
001821*    CHAVES/INDICES DE TRABALHO
001820*----------------------------------------------------------------*
002004     88  FIM-NOTAS-ALUNO              VALUE "S".
002005 01  IND-TURMA-CADASTRADA         PIC X(01) VALUE "N".
002006     88  TURMA-CADASTRADA             VALUE "S".
002006 01  IND-TURMA-LOTADA             PIC X(01) VALUE "N".
002006     88  TURMA-LOTADA                 VALUE "S".
002007 01  WS-CAPACIDADE-TURMA          PIC 9(03) VALUE 0.
002008 01  QTD-ALUNOS-NA-TURMA          PIC 9(06) COMP VALUE 0.
002009*    COPIA DO REGISTRO DO MESTRE DE ALUNOS, PARA PRESERVAR O
002010*    REGISTRO LIDO ENQUANTO OUTRA CHAVE E CONSULTADA (TROCA DE
002011*    RA E CONTAGEM DE CAPACIDADE).
002012 01  WS-ALUNO-SALVO               PIC X(51) VALUE SPACES.
002013*    IMAGEM DO REGISTRO DO MESTRE ANTES DA REGRAVACAO (JORNAL)
002014 01  WS-ALUNO-ANTES               PIC X(51) VALUE SPACES.
002013*    CHAVE A ANOTAR NA TABELA DE MOVIMENTOS DO LOTE (4236)
002014 01  WS-MOVTO-TURMA               PIC X(04) VALUE SPACES.
002015 01  WS-MOVTO-RA                  PIC 9(06) VALUE 0.
002910               CONT-ATUALIZADOS CONT-REJEITADOS CONT-AJUSTADOS
002920               CONT-GRAVADOS CONT-EXCLUIDOS CONT-TROCAS-RA
002921               CONT-NOTAS-HISTORICO CONT-NOTAS-REMANEJADAS
002921               CONT-LISTA-ESPERA
002922               SOMA-RA-GRAVADA SOMA-RA-PREVISTA SOMA-IDADE-ACUM.
002930     MOVE "N" TO IND-FIM-ENTRADA IND-FIM-MESTRE.
002940     OPEN INPUT  ARQ-PARAMETROS.
002980     OPEN OUTPUT ARQ-AUDITORIA.
002982     OPEN OUTPUT ARQ-HISTORICO.
002984     OPEN OUTPUT ARQ-NOTAS-HIST.
002984     OPEN OUTPUT ARQ-LISTA-ESPERA.
002985     OPEN OUTPUT ARQ-JORNAL.
002985*    O MESTRE DE NOTAS PODE AINDA NAO EXISTIR (A PRIMEIRA CARGA
002986*    DE ALUNOS COSTUMA RODAR ANTES DA PRIMEIRA CARGA DE NOTAS):
002987*    NESSE CASO E CRIADO VAZIO, NO MESMO ESQUEMA DO MESTRE DE
003049         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003051     END-IF.
003051     IF STATUS-ARQ-ESPERA NOT = "00"
003051         DISPLAY "DADOS: ERRO AO ABRIR ESPPED - STATUS "
003051                 STATUS-ARQ-ESPERA UPON CONSOLE
003051         MOVE 16 TO RETURN-CODE
003051         STOP RUN
003051     END-IF.
003052     IF STATUS-ARQ-JORNAL NOT = "00"
003053         DISPLAY "DADOS: ERRO AO ABRIR JORNAL - STATUS "
003054                 STATUS-ARQ-JORNAL UPON CONSOLE
003055         MOVE 16 TO RETURN-CODE
003056         STOP RUN
003057     END-IF.
003052     IF STATUS-ARQ-NOTAS NOT = "00"
003053         DISPLAY "DADOS: ERRO AO ABRIR NOTAMST - STATUS "
003054                 STATUS-ARQ-NOTAS UPON CONSOLE
005036*    MUDADO.
005037*----------------------------------------------------------------*
005040 4240-ATUALIZA-ALUNO-MESTRE.
005045     MOVE REG-ALUNO-MESTRE TO WS-ALUNO-ANTES.
005050     MOVE NOME  OF REG-ALUNO-ENTRADA
005051         TO MST-NOME OF REG-ALUNO-MESTRE.
005060     MOVE SEXO  OF REG-ALUNO-ENTRADA
005085                 DISPLAY "ERRO AO REGRAVAR RA "
005086                         RA OF REG-ALUNO-ENTRADA
005087                         " NO MESTRE DE ALUNOS" UPON CONSOLE
005088             NOT INVALID KEY
005089                 MOVE "A" TO JRN-OPERACAO
005090                 MOVE WS-ALUNO-ANTES TO JRN-IMAGEM-ANTES
005091                 MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-DEPOIS
005092                 PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005093         END-REWRITE
005089     END-IF.
005090     MOVE MST-TURMA OF REG-ALUNO-MESTRE TO WS-MOVTO-TURMA.
005091     MOVE MST-RA OF REG-ALUNO-MESTRE    TO WS-MOVTO-RA.
005151*    INCLUIDO HOJE, MAS NA SIMULACAO NADA E GRAVADO E SO A
005152*    TABELA DENUNCIA O CARTAO REPETIDO) E SE A TURMA AINDA TEM
005153*    VAGA (CONTAGEM DIRETA NO MESTRE, SEM TABELA EM MEMORIA).
005154*    A INCLUSAO BARRADA POR TURMA LOTADA FICA MARCADA PARA QUE
005155*    4300 A MANDE PARA A LISTA DE ESPERA EM VEZ DE REJEITOS.
005160*----------------------------------------------------------------*
005170 4250-VALIDA-NOVO-ALUNO.
005180     MOVE "N" TO IND-REGISTRO-REJEITADO.
005180     MOVE "N" TO IND-TURMA-LOTADA.
005181     PERFORM 4234-PROCURA-MOVTO-HOJE THRU 4234-FIM.
005182     IF ACHOU-MOVTO-HOJE
005183         MOVE "S" TO IND-REGISTRO-REJEITADO
005302     PERFORM 4252-CONTA-ALUNOS-TURMA THRU 4252-FIM.
005304     IF QTD-ALUNOS-NA-TURMA NOT < WS-CAPACIDADE-TURMA
005305         MOVE "S" TO IND-REGISTRO-REJEITADO
005305         MOVE "S" TO IND-TURMA-LOTADA
005306         MOVE "TURMA LOTADA - CAPACIDADE ESGOTADA"
005307             TO MOTIVO-REJEICAO
005308     END-IF.
005515                 DISPLAY "ERRO AO GRAVAR RA "
005516                         RA OF REG-ALUNO-ENTRADA
005517                         " NO MESTRE DE ALUNOS" UPON CONSOLE
005518             NOT INVALID KEY
005519                 MOVE "I" TO JRN-OPERACAO
005520                 MOVE SPACES TO JRN-IMAGEM-ANTES
005521                 MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-DEPOIS
005522                 PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005523         END-WRITE
005519         ADD RA OF REG-ALUNO-ENTRADA TO SOMA-RA-PREVISTA
005520     END-IF.
005521     MOVE MST-TURMA OF REG-ALUNO-MESTRE TO WS-MOVTO-TURMA.
005563                 DISPLAY "ERRO AO EXCLUIR RA "
005564                         RA OF REG-ALUNO-ENTRADA
005565                         " DO MESTRE DE ALUNOS" UPON CONSOLE
005566             NOT INVALID KEY
005567                 MOVE "E" TO JRN-OPERACAO
005568                 MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-ANTES
005569                 MOVE SPACES TO JRN-IMAGEM-DEPOIS
005570                 PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005571         END-DELETE
005567         SUBTRACT MST-RA OF REG-ALUNO-MESTRE
005568             FROM SOMA-RA-PREVISTA
005569     END-IF.
005628                 DISPLAY "ERRO AO EXCLUIR NOTA DO RA "
005629                         RA OF REG-ALUNO-ENTRADA
005630                         " DO MESTRE DE NOTAS" UPON CONSOLE
005631             NOT INVALID KEY
005632                 MOVE "E" TO JRN-OPERACAO
005633                 MOVE REG-NOTA-MESTRE TO JRN-IMAGEM-ANTES
005634                 MOVE SPACES TO JRN-IMAGEM-DEPOIS
005635                 PERFORM 8920-JORNAL-NOTA THRU 8920-FIM
005636         END-DELETE
005632     END-IF.
005633     ADD 1 TO CONT-NOTAS-HISTORICO.
005634 4277-FIM.
005611                 DISPLAY "ERRO AO EXCLUIR RA "
005612                         WS-RA-ANTERIOR
005613                         " DO MESTRE DE ALUNOS" UPON CONSOLE
005614             NOT INVALID KEY
005615                 MOVE "E" TO JRN-OPERACAO
005616                 MOVE WS-ALUNO-SALVO TO JRN-IMAGEM-ANTES
005617                 MOVE SPACES TO JRN-IMAGEM-DEPOIS
005618                 PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005619         END-DELETE
005615     END-IF.
005618     MOVE RA-NOVO OF REG-ALUNO-ENTRADA
005619         TO MST-RA OF REG-ALUNO-MESTRE.
005635                 DISPLAY "ERRO AO GRAVAR RA "
005636                         RA-NOVO OF REG-ALUNO-ENTRADA
005637                         " NO MESTRE DE ALUNOS" UPON CONSOLE
005638             NOT INVALID KEY
005639                 MOVE "I" TO JRN-OPERACAO
005640                 MOVE SPACES TO JRN-IMAGEM-ANTES
005641                 MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-DEPOIS
005642                 PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
005643         END-WRITE
005639         SUBTRACT WS-RA-ANTERIOR FROM SOMA-RA-PREVISTA
005640         ADD MST-RA OF REG-ALUNO-MESTRE TO SOMA-RA-PREVISTA
005641         PERFORM 4290-GRAVA-AUDIT-TROCA THRU 4290-FIM
005767         TO NMS-DISCIPLINA OF REG-NOTA-MESTRE.
005768     MOVE NTR-PERIODO(NTR-IDX)
005769         TO NMS-PERIODO OF REG-NOTA-MESTRE.
005770     MOVE NTR-NOTA(NTR-IDX)  TO NMS-NOTA OF REG-NOTA-MESTRE.
005770     DELETE ARQ-NOTAS-MESTRE
005771         INVALID KEY
005772             DISPLAY "ERRO AO EXCLUIR NOTA DO RA "
005773                     WS-RA-ANTERIOR
005774                     " DO MESTRE DE NOTAS" UPON CONSOLE
005775         NOT INVALID KEY
005776             MOVE "E" TO JRN-OPERACAO
005777             MOVE REG-NOTA-MESTRE TO JRN-IMAGEM-ANTES
005778             MOVE SPACES TO JRN-IMAGEM-DEPOIS
005779             PERFORM 8920-JORNAL-NOTA THRU 8920-FIM
005780     END-DELETE.
005776     MOVE RA-NOVO OF REG-ALUNO-ENTRADA
005777         TO NMS-RA OF REG-NOTA-MESTRE.
005778     MOVE NTR-NOTA(NTR-IDX)  TO NMS-NOTA OF REG-NOTA-MESTRE.
005781             DISPLAY "ERRO AO GRAVAR NOTA DO RA "
005782                     RA-NOVO OF REG-ALUNO-ENTRADA
005783                     " NO MESTRE DE NOTAS" UPON CONSOLE
005784         NOT INVALID KEY
005785             MOVE "I" TO JRN-OPERACAO
005786             MOVE SPACES TO JRN-IMAGEM-ANTES
005787             MOVE REG-NOTA-MESTRE TO JRN-IMAGEM-DEPOIS
005788             PERFORM 8920-JORNAL-NOTA THRU 8920-FIM
005789     END-WRITE.
005785 4298-FIM.
005786     EXIT.
005767*----------------------------------------------------------------*
005594*    CICLO FRACASSADO POR APARICAO DE CADA TURMA + RA, ENTAO A
005595*    SIMULACAO DA TARDE MAIS A CARGA DA NOITE DOBRARIAM OS
005596*    CICLOS DE CADA PENDENTE.
005596*    A INCLUSAO BARRADA SO POR FALTA DE VAGA NAO TEM O QUE
005596*    CORRIGIR: VAI PARA A LISTA DE ESPERA DA TURMA (4310), E NAO
005596*    PARA A RECICLAGEM.
005597     IF TURMA-LOTADA
005597         PERFORM 4310-GRAVA-LISTA-ESPERA THRU 4310-FIM
005597     ELSE
005597         IF NOT MODO-SIMULACAO
005598             WRITE REG-ALUNO-REJEITADO
005599         END-IF
005599     END-IF.
005600     ADD 1 TO CONT-REJEITADOS.
005601     MOVE "N" TO IND-TURMA-LOTADA.
005630 4300-FIM.
005640     EXIT.
005641*----------------------------------------------------------------*
005642*    4310-GRAVA-LISTA-ESPERA
005643*    GRAVA O PEDIDO DE VAGA DA INCLUSAO BARRADA POR TURMA LOTADA
005644*    NO ARQUIVO DE PEDIDOS DA LISTA DE ESPERA (ESPPED), COM A
005645*    DATA E A HORA QUE DEFINEM A POSICAO NA FILA DA TURMA. NA
005646*    SIMULACAO O PEDIDO E CONTADO MAS NAO E GRAVADO, PELO MESMO
005647*    MOTIVO DO REJEITO: A CARGA DA NOITE GRAVARIA O PEDIDO DE
005648*    NOVO, E A DATA E HORA DA SIMULACAO FURARIAM A FILA.
005649*----------------------------------------------------------------*
005650 4310-GRAVA-LISTA-ESPERA.
005651     MOVE TURMA OF REG-ALUNO-ENTRADA TO ESP-TURMA.
005652     MOVE RA    OF REG-ALUNO-ENTRADA TO ESP-RA.
005653     MOVE NOME  OF REG-ALUNO-ENTRADA TO ESP-NOME.
005654     MOVE SEXO  OF REG-ALUNO-ENTRADA TO ESP-SEXO.
005655     MOVE IDADE OF REG-ALUNO-ENTRADA TO ESP-IDADE.
005656     MOVE WS-DATA-HOJE               TO ESP-DATA-PEDIDO.
005657     ACCEPT ESP-HORA-PEDIDO FROM TIME.
005658     MOVE WS-JOB-ID                  TO ESP-JOB-ID.
005659     IF NOT MODO-SIMULACAO
005660         WRITE REG-PEDIDO-ESPERA
005661     END-IF.
005662     ADD 1 TO CONT-LISTA-ESPERA.
005663 4310-FIM.
005664     EXIT.
005650*----------------------------------------------------------------*
005660*    4900-GRAVA-CHECKPOINT
005670*    A CADA WS-INTERVALO-CHECKPOINT REGISTROS LIDOS, GRAVA A
006040     EXIT.
006050*----------------------------------------------------------------*
006060 5100-APLICA-REGRA-UM-ALUNO.
006065     MOVE REG-ALUNO-MESTRE TO WS-ALUNO-ANTES.
006070     IF MST-IDADE OF REG-ALUNO-MESTRE > WS-LIMITE-IDADE
006080         COMPUTE WS-RA-AJUSTADO-CALC =
006081             MST-RA OF REG-ALUNO-MESTRE
006285             DISPLAY "ERRO AO REGRAVAR RA "
006286                     MST-RA OF REG-ALUNO-MESTRE
006287                     " NO MESTRE DE ALUNOS" UPON CONSOLE
006288         NOT INVALID KEY
006289             MOVE "A" TO JRN-OPERACAO
006290             MOVE WS-ALUNO-ANTES TO JRN-IMAGEM-ANTES
006291             MOVE REG-ALUNO-MESTRE TO JRN-IMAGEM-DEPOIS
006292             PERFORM 8910-JORNAL-ALUNO THRU 8910-FIM
006293     END-REWRITE.
006289 5300-FIM.
006290     EXIT.
006291*----------------------------------------------------------------*
007530     MOVE CONT-REJEITADOS TO TOTL-VALOR.
007540     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007550     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007551     MOVE SPACES TO WS-LINHA-TOTAL.
007551     MOVE "  ENVIADOS PARA LISTA DE ESPERA .:" TO TOTL-DESCRICAO.
007551     MOVE CONT-LISTA-ESPERA TO TOTL-VALOR.
007551     MOVE WS-LINHA-TOTAL TO REG-LINHA-RELATORIO.
007551     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007552     MOVE SPACES TO WS-LINHA-TOTAL.
007554     MOVE "REGISTROS EXCLUIDOS DO MESTRE ...:" TO TOTL-DESCRICAO.
007556     MOVE CONT-EXCLUIDOS TO TOTL-VALOR.
007775     WRITE REG-LINHA-RELATORIO AFTER ADVANCING 1 LINE.
007780 8000-FIM.
007790     EXIT.
007791*----------------------------------------------------------------*
007792*    8900-GRAVA-JORNAL
007793*    GRAVA NO JORNAL DE ATUALIZACOES A OPERACAO FEITA NUM MESTRE.
007794*    O CHAMADOR INFORMA A OPERACAO E AS IMAGENS ANTES E DEPOIS;
007795*    ARQUIVO E CHAVE VEM DE 8910/8920, E AQUI ENTRAM DATA, HORA
007796*    E JOB. SO E CHAMADO FORA DA SIMULACAO.
007797*----------------------------------------------------------------*
007798 8900-GRAVA-JORNAL.
007799     ACCEPT JRN-DATA-MOVTO FROM DATE YYYYMMDD.
007800     ACCEPT JRN-HORA-MOVTO FROM TIME.
007801     MOVE WS-JOB-ID             TO JRN-JOB-ID.
007802     MOVE "DADOS"               TO JRN-PROGRAMA.
007803     WRITE REG-JORNAL.
007804 8900-FIM.
007805     EXIT.
007806*----------------------------------------------------------------*
007807 8910-JORNAL-ALUNO.
007808     MOVE "ALUNMST"             TO JRN-ARQUIVO.
007809     MOVE MST-CHAVE OF REG-ALUNO-MESTRE TO JRN-CHAVE.
007810     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
007811 8910-FIM.
007812     EXIT.
007813*----------------------------------------------------------------*
007814 8920-JORNAL-NOTA.
007815     MOVE "NOTAMST"             TO JRN-ARQUIVO.
007816     MOVE NMS-CHAVE OF REG-NOTA-MESTRE TO JRN-CHAVE.
007817     PERFORM 8900-GRAVA-JORNAL THRU 8900-FIM.
007818 8920-FIM.
007819     EXIT.
007800*----------------------------------------------------------------*
007810*    9999-FINALIZA
007820*    FECHA OS ARQUIVOS AINDA ABERTOS AO FINAL DA EXECUCAO. COMO O
007886     CLOSE ARQ-NOTAS-MESTRE.
007887     CLOSE ARQ-NOTAS-HIST.
007888     CLOSE ARQ-TURMAS-MESTRE.
007889     CLOSE ARQ-LISTA-ESPERA.
007890     CLOSE ARQ-JORNAL.
007890     CLOSE ARQ-CHECKPOINT.
007891*    NA SIMULACAO O CHECKPOINT NAO E ESVAZIADO: UM CHECKPOINT
007892*    DEIXADO POR UMA CARGA REAL QUE ABENDOU CONTINUA VALENDO
