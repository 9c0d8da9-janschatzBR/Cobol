000010*----------------------------------------------------------------*
000020*  JORNC.CPY                                                     *
000030*  REGISTRO DO JORNAL DE ATUALIZACOES DOS MESTRES (JORNAL). UMA  *
000040*  LINHA E GRAVADA A CADA WRITE, REWRITE OU DELETE BEM SUCEDIDO  *
000050*  NOS MESTRES DE ALUNOS, NOTAS, FREQUENCIA, TURMAS, RESULTADOS  *
000060*  E PERIODOS PELOS PROGRAMAS DADOS, CARGNOT, CARGFREQ, CARGTUR, *
000070*  PROMOVE E FECHPER, COM O MOMENTO, O JOB, O PROGRAMA, O        *
000080*  ARQUIVO (NOME DO DD), A OPERACAO, A CHAVE E AS IMAGENS DO     *
000090*  REGISTRO ANTES E DEPOIS. O ARQUIVO E ACUMULADO (DISP=MOD)     *
000100*  COMO O AUDITLOG E E LIDO PELO PROGRAMA REAPLICA, QUE REFAZ    *
000110*  UM MESTRE A PARTIR DO BACKUP (OU DO CLUSTER VAZIO) REPETINDO  *
000120*  AS ATUALIZACOES NA ORDEM EM QUE FORAM GRAVADAS. SO ALUNMST,   *
000122*  NOTAMST, FREQMST E TURMMST SAO REFEITOS; AS LINHAS DE         *
000124*  RESULMST E PERIMST FICAM COMO TRILHA DAS ALTERACOES.          *
000130*  AS IMAGENS TEM O TAMANHO DO MAIOR MESTRE (ALUNMST, 51); O     *
000140*  REGISTRO MENOR E COMPLETADO COM BRANCOS. NA INCLUSAO A IMAGEM *
000150*  ANTES FICA EM BRANCO; NA EXCLUSAO, A IMAGEM DEPOIS.           *
000160*----------------------------------------------------------------*
000170*  HISTORICO DE ALTERACOES
000180*  DATA       AUTOR   DESCRICAO
000190*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA REAPLICA.
000200*----------------------------------------------------------------*
000210     05  JRN-MOMENTO.
000220         10  JRN-DATA-MOVTO          PIC 9(08).
000230         10  JRN-HORA-MOVTO          PIC 9(08).
000240     05  JRN-JOB-ID                  PIC X(08).
000250     05  JRN-PROGRAMA                PIC X(08).
000260     05  JRN-ARQUIVO                 PIC X(08).
000270     05  JRN-OPERACAO                PIC X(01).
000280         88  JRN-INCLUSAO                VALUE "I".
000290         88  JRN-ALTERACAO               VALUE "A".
000300         88  JRN-EXCLUSAO                VALUE "E".
000310     05  JRN-CHAVE                   PIC X(22).
000320     05  JRN-IMAGEM-ANTES            PIC X(51).
000330     05  JRN-IMAGEM-DEPOIS           PIC X(51).
