000010*----------------------------------------------------------------*
000020*  CORPRM.CPY                                                    *
000030*  CARTAO DE PARAMETROS DO RELATORIO DE CORRECOES DE NOTAS       *
000040*  (RELCORR), LIDO DE CORPARM, NO MESMO ESTILO DO CARTAO DO      *
000050*  RELATORIO DE AUDITORIA (AUDPRM). TRAZ A FAIXA DE DATAS        *
000060*  (AAAAMMDD) DAS CORRECOES A IMPRIMIR. CAMPO EM BRANCO ABRE A   *
000070*  PONTA DA FAIXA; CARTAO AUSENTE IMPRIME O LOG INTEIRO.         *
000080*----------------------------------------------------------------*
000090*  HISTORICO DE ALTERACOES
000100*  DATA       AUTOR   DESCRICAO
000110*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA RELCORR.
000120*----------------------------------------------------------------*
000130     05  COR-PRM-DATA-DE             PIC X(08).
000140     05  COR-PRM-DATA-ATE            PIC X(08).
000150     05  FILLER                      PIC X(64).
