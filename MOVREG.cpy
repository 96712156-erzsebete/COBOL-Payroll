      ******************************************************************
      * Registo dos movimentos variaveis do mes (MOVIMENT), partilhado
      * pelo processamento de salarios (SALARIOS) e pelo programa de
      * ausencias (AUSMANUT), que acrescenta ao ficheiro as linhas das
      * ausencias registadas no mapa de ausencias (AUSMSTR).
      * Por empregado/ano/mes. MOV-TIPO:
      * "F"=falta injustificada (dias em MOV-QTD, desconta salario
      * base em 30 avos), "H"=horas extra (horas em MOV-QTD ao
      * valor/hora em MOV-VALOR), "S"=subsidio de alimentacao
      * (MOV-VALOR), "P"=penhora e "A"=reembolso de adiantamento
      * (MOV-VALOR, descontados ao liquido depois de S.S. e IRS).
      * Ausencias pagas, so' para o recibo (dias em MOV-QTD, sem
      * efeito no vencimento): "V"=ferias gozadas, "J"=falta
      * justificada e "B"=baixa medica (dias pagos pela Seguranca
      * Social, que nao descontam o salario base).
      ******************************************************************
       01  MOV-REGISTO.
           05  MOV-ID               PIC X(06).
           05  MOV-ANO              PIC 9(04).
           05  MOV-MES              PIC 9(02).
           05  MOV-TIPO             PIC X(01).
           05  MOV-QTD              PIC 9(03)V99.
           05  MOV-VALOR            PIC 9(05)V99.
           05  FILLER               PIC X(15).
