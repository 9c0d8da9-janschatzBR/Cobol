000010*----------------------------------------------------------------*
000020*  RECUPC.CPY                                                    *
000030*  REGISTRO DE NOTA DA PROVA DE RECUPERACAO, LIDO DO ARQUIVO DE  *
000040*  MOVIMENTO DE RECUPERACAO (RECUENT) PELA CARGA CARGREC. A      *
000050*  CHAVE TURMA + RA + PERIODO E A MESMA DO MESTRE DE RESULTADOS  *
000060*  (RESULMST, COPIA RESULC), ONDE A NOTA E GUARDADA: SO E ACEITA *
000070*  PARA ALUNO QUE O FECHAMENTO (FECHPER) DEIXOU EM RECUPERACAO   *
000080*  NO PERIODO. A NOTA VAI DE 0 A 10 COM UMA CASA DECIMAL (V      *
000090*  IMPLICITO), COMO NA COPIA NOTAC.                              *
000100*----------------------------------------------------------------*
000110*  HISTORICO DE ALTERACOES
000120*  DATA       AUTOR   DESCRICAO
000130*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA CARGREC.
000140*----------------------------------------------------------------*
000150     05  CHAVE-RECUPERACAO.
000160         10  RCU-TURMA               PIC X(04).
000170         10  RCU-RA                  PIC 9(06).
000180         10  RCU-PERIODO             PIC X(06).
000190     05  RCU-NOTA                    PIC 9(02)V9(01).
