      ******************************************************************
      * Registo do mapa da garantia minima (GARMSTR), partilhado pelo
      * processamento de salarios (SALARIOS) e pelo relatorio dos
      * saldos em divida (GARANTIA).
      * Chave: GAR-ID (um registo por empregado). Quando o bruto do
      * mes fica abaixo do minimo garantido, o complemento pago e'
      * somado ao saldo como adiantamento por conta de comissoes; nos
      * meses seguintes o saldo e' recuperado da comissao acima da
      * parte protegida, ate' chegar a zero. GAR-ULT-ANO/GAR-ULT-MES
      * identificam o ultimo mes aplicado ao saldo, para um recomeco
      * apos abend nao o aplicar duas vezes. Com a cessacao (acerto
      * de contas) o registo fica marcado "C" com o saldo que ficou
      * por recuperar.
      ******************************************************************
       01  GAR-REGISTO.
           05  GAR-ID               PIC X(06).
           05  GAR-SALDO            PIC 9(06)V99.
           05  GAR-TOTAL-ADIANTADO  PIC 9(07)V99.
           05  GAR-TOTAL-RECUPERADO PIC 9(07)V99.
           05  GAR-ANO-INICIO       PIC 9(04).
           05  GAR-MES-INICIO       PIC 9(02).
           05  GAR-ULT-ANO          PIC 9(04).
           05  GAR-ULT-MES          PIC 9(02).
           05  GAR-ESTADO           PIC X(01).
               88 GAR-ABERTO                   VALUE "A".
               88 GAR-LIQUIDADO                VALUE "L".
               88 GAR-CESSADO                  VALUE "C".
           05  FILLER               PIC X(10).
