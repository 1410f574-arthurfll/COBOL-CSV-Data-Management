      ******************************************************************
      *    FERIREC.CPY
      *    LAYOUT DO REGISTRO DO CONTROLE DE FERIAS (FERIAS.DAT): UM
      *    REGISTRO POR PESSOA E PERIODO AQUISITIVO.
      *    CHAVE PRIMARIA .... FER-CHAVE (PESSOA + NUMERO DO PERIODO,
      *    CONTADO A PARTIR DE 1 NA ADMISSAO)
      *    O PRIMEIRO PERIODO COMECA NA ADMISSAO (PES-ADMISSAO) E CADA
      *    UM DURA DOZE MESES; O SEGUINTE COMECA NO DIA SEGUINTE AO
      *    FIM DO ANTERIOR. OS DIAS DE AFASTAMENTO (SITUACAO "F" EM
      *    SITHIST.TXT, ATE O RETORNO "A") DENTRO DO PERIODO SUSPENDEM
      *    A CONTAGEM: O FIM DO PERIODO E ADIADO PELOS MESMOS DIAS
      *    (FER-DIAS-AFASTADO). O PERIODO COMPLETADO DA DIREITO A 30
      *    DIAS (FER-ADQUIRIDO); O PERIODO CORTADO PELO DESLIGAMENTO
      *    NAO DA DIREITO (FER-INTERROMPIDO). AS FERIAS DEVEM SER
      *    GOZADAS ATE FER-LIMITE-GOZO (DOZE MESES APOS O FIM DO
      *    PERIODO); DEPOIS DISSO A EMPRESA PAGA EM DOBRO.
      *    AS DATAS SAO AAAAMMDD. O GOZO PODE SER DIVIDIDO EM ATE
      *    TRES PARCELAS (FER-GOZO), CADA UMA COM INICIO, FIM, DIAS
      *    E O USUARIO QUE PROGRAMOU; PARCELA SEM DIAS ESTA LIVRE.
      *    FER-DIAS-PROGRAMADOS E A SOMA DAS PARCELAS (JA GOZADAS OU
      *    FUTURAS) E O SALDO DO PERIODO E FER-DIAS-DIREITO MENOS
      *    FER-DIAS-PROGRAMADOS. OS PERIODOS SAO RECALCULADOS A PARTIR
      *    DA ADMISSAO E DO HISTORICO DE SITUACAO SEMPRE QUE A PESSOA
      *    E CONSULTADA NO SGBD; AS PARCELAS FICAM NO PERIODO EM QUE
      *    FORAM PROGRAMADAS.
      ******************************************************************
       01  FERIAS-REC.
           02  FER-CHAVE.
               03  FER-PESSOA         PIC 9(06).
               03  FER-PERIODO        PIC 9(02).
           02  FER-AQUIS-INICIO       PIC 9(08).
           02  FER-AQUIS-FIM          PIC 9(08).
           02  FER-DIAS-AFASTADO      PIC 9(04).
           02  FER-SITUACAO           PIC X(01).
               88  FER-EM-AQUISICAO             VALUE "A".
               88  FER-ADQUIRIDO                VALUE "C".
               88  FER-INTERROMPIDO             VALUE "D".
           02  FER-DIAS-DIREITO       PIC 9(02).
           02  FER-DIAS-PROGRAMADOS   PIC 9(02).
           02  FER-LIMITE-GOZO        PIC 9(08).
           02  FER-GOZO OCCURS 3 TIMES.
               03  FER-GOZO-INICIO    PIC 9(08).
               03  FER-GOZO-FIM       PIC 9(08).
               03  FER-GOZO-DIAS      PIC 9(02).
               03  FER-GOZO-USUARIO   PIC X(08).
           02  FILLER                 PIC X(10).
