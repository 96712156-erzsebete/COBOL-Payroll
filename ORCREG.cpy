      ******************************************************************
      * Registo do orcamento de custo com pessoal por departamento
      * (ORCDEPT), partilhado pelo programa de manutencao do
      * orcamento (ORCMANUT) e pelo relatorio de orcamento contra
      * real (ORCREAL).
      * Chave: departamento/centro de custo (o mesmo codigo do
      * EMP-DEPARTAMENTO e do HIST-DEPARTAMENTO) + ano + mes. Valores
      * aprovados para o mes: efectivos (empregados processados),
      * bruto, encargo patronal de Seguranca Social e comissoes (parte
      * variavel do bruto, acima do vencimento base). Cada registo
      * guarda o utilizador e a data da ultima alteracao.
      ******************************************************************
       01  ORC-REGISTO.
           05  ORC-CHAVE.
               10  ORC-DEPARTAMENTO PIC X(04).
               10  ORC-ANO          PIC 9(04).
               10  ORC-MES          PIC 9(02).
           05  ORC-EFECTIVOS        PIC 9(04).
           05  ORC-BRUTO            PIC 9(07)V99.
           05  ORC-SS-PATRONAL      PIC 9(06)V99.
           05  ORC-COMISSOES        PIC 9(06)V99.
           05  ORC-UTILIZADOR       PIC X(10).
           05  ORC-DATA             PIC 9(08).
           05  FILLER               PIC X(13).
