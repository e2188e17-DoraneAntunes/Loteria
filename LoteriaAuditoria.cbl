      *>    duplicatas, e nao pode alcancar o proximo numero do controle;
      *>  - um CHECKPOINT.DAT esquecido que referencia aposta inexistente.
      *>o resultado e um relatorio datado de discrepancias (AUDITORIA.TXT).
      *>qualquer discrepancia termina o programa com codigo de retorno 8:
      *>a cadeia noturna (LoteriaNoite) para ali e o backup nao regrava o
      *>ultimo conjunto bom com arquivos que nao batem.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>historico sequencial de apostas arquivadas, mesmo layout.
       fd  apostas-hist-file.
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>frequencia dos numeros sorteados, mesmo layout de Loteria.cbl.
       fd  frequencia-file.

           close auditoria-file

           if ws-discrepancias > 0
               move 8 to return-code
           end-if

           Stop Run

           .
