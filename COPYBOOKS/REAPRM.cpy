000010*----------------------------------------------------------------*
000020*  REAPRM.CPY                                                    *
000030*  CARTAO DE PARAMETROS DA REAPLICACAO DO JORNAL (REAPLICA),     *
000040*  LIDO DE REAPARM, NO MESMO ESTILO DO CARTAO DO FECHAMENTO      *
000050*  (FECHPRM). TRAZ O MESTRE A REFAZER (NOME DO DD: ALUNMST,      *
000060*  NOTAMST, FREQMST OU TURMMST; EM BRANCO ASSUME ALUNMST) E O    *
000070*  PONTO DE PARADA OPCIONAL: DATA AAAAMMDD E HORA HHMMSS. SO     *
000080*  SAO REAPLICADAS AS ATUALIZACOES GRAVADAS ATE ESSE MOMENTO     *
000090*  (INCLUSIVE). DATA EM BRANCO REAPLICA ATE O FIM DO JORNAL;     *
000100*  HORA EM BRANCO COM DATA INFORMADA VAI ATE O FIM DO DIA.       *
000110*----------------------------------------------------------------*
000120*  HISTORICO DE ALTERACOES
000130*  DATA       AUTOR   DESCRICAO
000140*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA REAPLICA.
000150*----------------------------------------------------------------*
000160     05  REA-PRM-ARQUIVO             PIC X(08).
000170     05  REA-PRM-DATA-LIMITE         PIC X(08).
000180     05  REA-PRM-HORA-LIMITE         PIC X(06).
000190     05  FILLER                      PIC X(58).
