      *>o historico continua legivel para auditoria e para a conferencia
      *>de concursos antigos (ver conferencia-concurso em Loteria.cbl),
      *>quando um cliente aparece meses depois com um bilhete guardado.
      *>arquivo ausente ou erro ao remover aposta termina com codigo de
      *>retorno 8, que para a cadeia noturna (LoteriaNoite).
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>cadastro mestre de concursos, mesmo layout gravado por Loteria.cbl.
       fd  concurso-file.
               88 concurso-aberto                   value "A".
               88 concurso-fechado                  value "F".
               88 concurso-apurado                  value "P".
           05 conc-tipo                             pic x(01).
               88 concurso-especial                 value "E".

      *>historico sequencial de apostas arquivadas, mesmo layout da
      *>aposta viva (ver apostas-hist-file em Loteria.cbl).
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

       fd  arquiva-log-file.
       01  reg-arquiva-log                          pic x(100).
      *>-------------------------------------------------------------------------------------------
           if ws-fs-apostas <> "00"
               display " Arquivo de apostas APOSTAS.DAT nao encontrado. "
               move 8 to return-code
           else
               if ws-fs-concurso <> "00"
                   display " Cadastro de concursos CONCURSOS.DAT nao encontrado: "
                           " sem ele nao da para saber o que ja foi apurado. "
                   move 8 to return-code
               else
                   perform expurga-apostas
                   perform grava-log
                               invalid key
                                   display " Erro ao remover aposta "
                                           ap-numero-aposta ": " ws-fs-apostas
                                   move 8 to return-code
                           end-delete
                           add 1 to ws-qtdd-arquivadas
                       else
