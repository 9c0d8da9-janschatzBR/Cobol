000010*----------------------------------------------------------------*
000020*  PERPRM.CPY                                                    *
000030*  CARTAO DE LIBERACAO DA CARGA DO CALENDARIO DE PERIODOS        *
000040*  (CARGPER), LIDO DE PERIPARM, NO MESMO ESTILO DOS DEMAIS       *
000050*  CARTOES (PARMC). CADA CARTAO AUTORIZA ALTERAR UM PERIODO JA   *
000060*  FECHADO (REABERTURA OU CORRECAO DE DATAS), COM O RESPONSAVEL  *
000070*  PELA AUTORIZACAO E O MOTIVO. SEM CARTAO PARA O PERIODO, O     *
000080*  MOVIMENTO QUE MEXE EM PERIODO FECHADO E REJEITADO. TODA       *
000090*  LIBERACAO USADA SAI NO RELATORIO DE CONTROLE DA CARGA.        *
000100*  PODEM SER FORNECIDOS VARIOS CARTOES, UM POR PERIODO.          *
000110*----------------------------------------------------------------*
000120*  HISTORICO DE ALTERACOES
000130*  DATA       AUTOR   DESCRICAO
000140*  2026-10-15 JMS     COPIA CRIADA JUNTO COM O PROGRAMA CARGPER.
000150*----------------------------------------------------------------*
000160     05  PER-PRM-PERIODO             PIC X(06).
000170     05  PER-PRM-AUTORIZADO-POR      PIC X(20).
000180     05  PER-PRM-MOTIVO              PIC X(40).
000190     05  FILLER                      PIC X(14).
