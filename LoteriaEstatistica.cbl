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

      *>tabela de estatisticas gerada a cada corrida (snapshot, regravado
      *>por inteiro, nao um historico acumulado).
           if ws-fs-resultados-hist <> "00"
               display " Historico de resultados RESULTADOS.DAT nao encontrado. "
               display " Rode uma conferencia de resultado oficial antes. "
               *> banca que nunca conferiu resultado nao tem o historico
               *> (status 35) e nao ha o que calcular; qualquer outro
               *> status e arquivo que existe e nao abre, e a cadeia
               *> noturna (LoteriaNoite) para.
               if ws-fs-resultados-hist not = "35"
                   move 8 to return-code
               end-if
           else
               *> primeira varredura: descobre quais jogos aparecem no
               *> historico, para gerar um bloco de relatorio por jogo.
