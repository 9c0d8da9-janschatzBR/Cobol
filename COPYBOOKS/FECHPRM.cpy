000128*                     (FREQMST): ALUNO ABAIXO DELA E REPROVADO
000129*                     POR FALTA, QUALQUER QUE SEJA A MEDIA. EM
000130*                     BRANCO OU NAO NUMERICA ASSUME 75%.
000131*  2026-10-15 JMS     INCLUIDAS A FAIXA DE RECUPERACAO, EM TRES
000132*                     DIGITOS COM UMA CASA DECIMAL IMPLICITA
000133*                     (EX.: "015" = ALUNO ATE 1,5 PONTO ABAIXO
000134*                     DA MEDIA MINIMA FICA EM RECUPERACAO; EM
000135*                     BRANCO NAO HA RECUPERACAO), E A PASSAGEM
000136*                     DO FECHAMENTO ("R" = SEGUNDA PASSAGEM, QUE
000137*                     APURA A RECUPERACAO; EM BRANCO = PRIMEIRA
000138*                     PASSAGEM, O FECHAMENTO NORMAL).
000139*  2026-10-15 JMS     COPIA USADA TAMBEM NO CARTAO DO ALERTA DE
000140*                     RISCO (ALERTA), QUE SO LE O PERIODO, A
000141*                     MEDIA MINIMA E A FREQUENCIA MINIMA.
000142*  2026-10-15 JMS     COPIA USADA TAMBEM NO CARTAO DAS
000143*                     ESTATISTICAS GERENCIAIS (ESTAT), QUE SO LE
000144*                     O PERIODO, A MEDIA MINIMA E A FREQUENCIA
000145*                     MINIMA.
000146*----------------------------------------------------------------*
000147     05  FCH-PRM-PERIODO             PIC X(06).
000150     05  FCH-PRM-MEDIA-MINIMA        PIC X(03).
000155     05  FCH-PRM-FREQ-MINIMA         PIC X(03).
000156     05  FCH-PRM-FAIXA-RECUPERACAO   PIC X(03).
000157     05  FCH-PRM-PASSAGEM            PIC X(01).
000158         88  FCH-PRM-PASSAGEM-RECUP      VALUE "R".
000160     05  FILLER                      PIC X(64).
