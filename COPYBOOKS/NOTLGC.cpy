000010*----------------------------------------------------------------*
000020*  NOTLGC.CPY                                                    *
000030*  REGISTRO DO LOG DE CORRECOES DE NOTAS (NOTALOG). UMA LINHA E  *
000040*  GRAVADA PELA CARGA DE NOTAS (CARGNOT) CADA VEZ QUE UMA NOTA   *
000050*  JA LANCADA NO MESTRE (NOTAMST) E REGRAVADA COM VALOR NOVO,    *
000060*  GUARDANDO A NOTA ANTERIOR E A NOVA, QUANDO E QUEM (JOB) FEZ A *
000070*  CORRECAO E O CODIGO DE MOTIVO QUE VEIO NO MOVIMENTO (EM       *
000080*  BRANCO QUANDO NAO INFORMADO). LIDO PELO RELATORIO RELCORR.    *
000090*----------------------------------------------------------------*
000100*  HISTORICO DE ALTERACOES
000110*  DATA       AUTOR   DESCRICAO
000120*  2026-10-15 JMS     COPIA CRIADA PARA O LOG DE CORRECOES DE
000130*                     NOTAS.
000140*----------------------------------------------------------------*
000150     05  NLG-TURMA                   PIC X(04).
000160     05  NLG-RA                      PIC 9(06).
000170     05  NLG-DISCIPLINA              PIC X(06).
000180     05  NLG-PERIODO                 PIC X(06).
000190     05  NLG-NOTA-ANTERIOR           PIC 9(02)V9(01).
000200     05  NLG-NOTA-NOVA               PIC 9(02)V9(01).
000210     05  NLG-DATA-MOVTO              PIC 9(08).
000220     05  NLG-HORA-MOVTO              PIC 9(08).
000230     05  NLG-JOB-ID                  PIC X(08).
000240     05  NLG-MOTIVO                  PIC X(02).
