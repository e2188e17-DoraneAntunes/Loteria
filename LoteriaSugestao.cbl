           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 6 times.
           05 rh-acum-anterior                      pic 9(11)v99.
           05 rh-reserva-anterior                   pic 9(11)v99.

      *>parametros dos jogos, mesmo layout de Loteria.cbl.
       fd  jogo-file.
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

      *>volante sugerido para entregar ao cliente, arquivado corrida a
      *>corrida como os comprovantes.
