      *>layout atual. este programa acompanha cada mudanca de layout: o
      *>"layout antigo" daqui e sempre o imediatamente anterior ao dos
      *>programas da aplicacao (as conversoes mais antigas ja foram
      *>rodadas na epoca e nao se repetem). mudancas correntes: o
      *>registro de aposta ganhou a data e a hora da venda (ver
      *>ap-data-venda em Loteria.cbl) e o grupo de desdobramento (ver
      *>ap-grupo), o cadastro de jogos ganhou a
      *>comissao da banca (ver jogo-comissao), a quota de bolao ganhou o
      *>id do cliente participante (ver quota-cliente-id), o cadastro de
      *>concursos ganhou o tipo regular/especial (ver conc-tipo) e o
      *>resultado guardado ganhou a reserva especial de antes da
      *>apuracao (ver rh-reserva-anterior). um arquivo gravado no layout
      *>anterior nao abre mais nos programas da aplicacao (OPEN devolve
      *>status 39, conflito de atributos), entao antes da primeira
      *>execucao com os layouts novos o operador renomeia:
      *>    APOSTAS_HIST.DAT -> APOSTAS_HIST_OLD.DAT
      *>    JOGOS.DAT        -> JOGOS_OLD.DAT
      *>    RESULTADOS.DAT   -> RESULTADOS_OLD.DAT
      *>    QUOTAS.DAT       -> QUOTAS_OLD.DAT
      *>    CONCURSOS.DAT    -> CONCURSOS_OLD.DAT
      *>e roda este programa uma unica vez. cada aposta anterior (viva ou
      *>arquivada no historico — o historico e sequencial, nenhum status
      *>39 o protege, e lido no layout novo o registro seguinte entraria
      *>deslocado) e regravada com data e hora de venda zeradas (o
      *>momento da venda nao era guardado) e grupo zero (aposta avulsa:
      *>o desdobramento nao existia); cada resultado anterior e
      *>regravado com a reserva especial anterior zerada (a reserva nao
      *>existia); cada jogo anterior recebe a comissao padrao de 8% (o
      *>campo nao existia — ajustar depois pela manutencao se a comissao
      *>contratada for outra); cada quota anterior entra com o id do
      *>cliente zerado (o participante era so um nome digitado); cada
      *>concurso anterior entra como regular (o especial e marcado
      *>depois pela manutencao). o arquivo antigo renomeado fica
      *>guardado como copia de seguranca da conversao.
       environment division.
       configuration Section.
               record key is rh-concurso
               file status is ws-fs-resultados-hist.

           select quota-old-file assign to "QUOTAS_OLD.DAT"
               organization is indexed
               access mode is dynamic
               record key is quota-old-chave
               file status is ws-fs-quota-old.
           select quota-file assign to "QUOTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is quota-chave
               file status is ws-fs-quota.
           select concurso-old-file assign to "CONCURSOS_OLD.DAT"
               organization is indexed
               access mode is dynamic
               record key is conc-old-numero
               file status is ws-fs-concurso-old.
           select concurso-file assign to "CONCURSOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is conc-numero
               file status is ws-fs-concurso.

       data division.
       file section.

      *>layout anterior do arquivo de apostas, exatamente como gravado
      *>antes da data e hora da venda e do grupo existirem.
       fd  apostas-old-file.
       01  reg-aposta-old.
           05 ap-old-numero-aposta                 pic 9(09).
           05 ap-old-valor                          pic 9(07)v99.
           05 ap-old-status                         pic x(01).
           05 ap-old-bolao-id                       pic 9(04).
           05 ap-old-cliente-id                     pic 9(06).
           05 ap-old-numeros.
               10 ap-old-num                        pic 9(02) occurs 10 times.

           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>layout anterior do cadastro de jogos, de antes da comissao da
      *>banca por jogo existir.
       fd  jogo-old-file.
       01  reg-jogo-old.
           05 jogo-old-id                           pic 9(02).
           05 jogo-old-pool                         pic 9(02).
           05 jogo-old-precos.
               10 jogo-old-preco                    pic 9(07)v99 occurs 10 times.
           05 jogo-old-hora-corte                   pic 9(06).

      *>layout atual do cadastro de jogos (ver Loteria.cbl).
       fd  jogo-file.
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

      *>layout anterior do historico sequencial de apostas arquivadas, de
      *>antes da data e hora da venda e do grupo existirem.
       fd  apostas-hist-old-file.
       01  reg-hist-old.
           05 ho-numero-aposta                      pic 9(09).
           05 ho-valor                              pic 9(07)v99.
           05 ho-status                             pic x(01).
           05 ho-bolao-id                           pic 9(04).
           05 ho-cliente-id                         pic 9(06).
           05 ho-numeros.
               10 ho-num                            pic 9(02) occurs 10 times.

           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>layout anterior do banco historico de resultados, de antes da
      *>reserva especial existir.
       fd  resultados-old-file.
       01  reg-resultado-old.
           05 rh-old-concurso                       pic 9(06).
           05 rh-old-data                           pic 9(08).
           05 rh-old-numeros.
               10 rh-old-num                        pic 9(02) occurs 6 times.
           05 rh-old-acum-anterior                  pic 9(11)v99.

      *>layout atual do banco historico de resultados (ver Loteria.cbl).
       fd  resultados-hist-file.
           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 6 times.
           05 rh-acum-anterior                      pic 9(11)v99.
           05 rh-reserva-anterior                   pic 9(11)v99.

      *>layout anterior das quotas de bolao, de antes do id do cliente.
       fd  quota-old-file.
       01  reg-quota-old.
           05 quota-old-chave.
               10 quota-old-bolao-id                pic 9(04).
               10 quota-old-seq                     pic 9(04).
           05 quota-old-participante                pic x(20).
           05 quota-old-qtdd                        pic 9(04).

      *>layout atual das quotas de bolao (ver Loteria.cbl).
       fd  quota-file.
       01  reg-quota.
           05 quota-chave.
               10 quota-bolao-id                    pic 9(04).
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
           05 quota-cliente-id                      pic 9(06).

      *>layout anterior do cadastro de concursos, de antes do tipo
      *>regular/especial.
       fd  concurso-old-file.
       01  reg-concurso-old.
           05 conc-old-numero                       pic 9(06).
           05 conc-old-jogo-id                      pic 9(02).
           05 conc-old-data-abertura                pic 9(08).
           05 conc-old-data-corte                   pic 9(08).
           05 conc-old-hora-corte                   pic 9(06).
           05 conc-old-status                       pic x(01).

      *>layout atual do cadastro de concursos (ver Loteria.cbl).
       fd  concurso-file.
       01  reg-concurso.
           05 conc-numero                           pic 9(06).
           05 conc-jogo-id                          pic 9(02).
           05 conc-data-abertura                    pic 9(08).
           05 conc-data-corte                       pic 9(08).
           05 conc-hora-corte                       pic 9(06).
           05 conc-status                           pic x(01).
           05 conc-tipo                             pic x(01).

       working-storage section.
       77 ws-fs-apostas-old                        pic x(02) value "00".
       77 ws-n                                     pic 9(02) value 0.
       77 ws-qtdd-apostas                          pic 9(09) value 0.
       77 ws-qtdd-jogos                            pic 9(04) value 0.
       77 ws-fs-quota-old                          pic x(02) value "00".
       77 ws-fs-quota                              pic x(02) value "00".
       77 ws-qtdd-quotas                           pic 9(06) value 0.
       77 ws-fs-concurso-old                       pic x(02) value "00".
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-qtdd-concursos                        pic 9(06) value 0.

      *>Usado no programa chamado, variáveis em comum.
       linkage section.
           perform converte-historico.
           perform converte-jogos.
           perform converte-resultados.
           perform converte-quotas.
           perform converte-concursos.
           perform finaliza.

      *>-------------------------------------------------------------------------------------------
      *>-------------------------------------------------------------------------------------------
       copia-apostas section.
      *>-------------------------------------------------------------------------------------------
           *> a aposta anterior e copiada campo a campo; data e hora da
           *> venda entram zeradas, porque o momento da venda nao era
           *> guardado quando ela foi gravada, e o grupo entra zero
           *> (toda aposta anterior e avulsa).
           read apostas-old-file next record
               at end move "10" to ws-fs-apostas-old
               not at end
                   move ap-old-valor          to ap-valor
                   move ap-old-status         to ap-status
                   move ap-old-bolao-id       to ap-bolao-id
                   move ap-old-cliente-id     to ap-cliente-id
                   perform varying ws-n from 1 by 1 until ws-n > 10
                       move ap-old-num(ws-n) to ap-num(ws-n)
                   end-perform
                   move 0                     to ap-data-venda
                   move 0                     to ap-hora-venda
                   move 0                     to ap-grupo
                   write reg-aposta
                   add 1 to ws-qtdd-apostas
           end-read
      *>-------------------------------------------------------------------------------------------
           *> o historico de apostas arquivadas e sequencial: nenhum
           *> status 39 o protege de uma leitura no layout novo, que
           *> traria a aposta arquivada com brancos na data e hora da
           *> venda, campos numericos que os relatorios somam e
           *> comparam. mesma guarda dos demais arquivos: um
           *> APOSTAS_HIST.DAT ja existente nao e regravado.
           open input apostas-hist-file
           if ws-fs-hist = "00"
      *>-------------------------------------------------------------------------------------------
       copia-historico section.
      *>-------------------------------------------------------------------------------------------
           *> mesma copia campo a campo da aposta viva: data e hora da
           *> venda entram zeradas, porque o momento da venda nao era
           *> guardado quando a aposta foi arquivada, e o grupo entra
           *> zero.
           read apostas-hist-old-file
               at end move "10" to ws-fs-hist-old
               not at end
                   move ho-valor          to hist-valor
                   move ho-status         to hist-status
                   move ho-bolao-id       to hist-bolao-id
                   move ho-cliente-id     to hist-cliente-id
                   perform varying ws-n from 1 by 1 until ws-n > 10
                       move ho-num(ws-n) to hist-num(ws-n)
                   end-perform
                   move 0                 to hist-data-venda
                   move 0                 to hist-hora-venda
                   move 0                 to hist-grupo
                   write reg-aposta-hist
                   add 1 to ws-qtdd-hist
           end-read
      *>-------------------------------------------------------------------------------------------
       copia-jogos section.
      *>-------------------------------------------------------------------------------------------
           *> o jogo anterior nao tinha comissao propria: entra o padrao
           *> de 8%, a ajustar pela manutencao se a comissao contratada
           *> com a administradora for outra.
           read jogo-old-file next record
               at end move "10" to ws-fs-jogo-old
               not at end
                   perform varying ws-i from 1 by 1 until ws-i > 10
                       move jogo-old-preco(ws-i) to jogo-preco(ws-i)
                   end-perform
                   move jogo-old-hora-corte to jogo-hora-corte
                   move 8,00                to jogo-comissao
                   write reg-jogo
                   add 1 to ws-qtdd-jogos
           end-read
      *>-------------------------------------------------------------------------------------------
       copia-resultados section.
      *>-------------------------------------------------------------------------------------------
           *> o resultado anterior nao conhecia a reserva especial: entra
           *> zerada, ja que nenhuma reserva existia quando foi apurado.
           read resultados-old-file next record
               at end move "10" to ws-fs-resultados-old
               not at end
                   perform varying ws-n from 1 by 1 until ws-n > 6
                       move rh-old-num(ws-n) to rh-num(ws-n)
                   end-perform
                   move rh-old-acum-anterior to rh-acum-anterior
                   move 0 to rh-reserva-anterior
                   write reg-resultado-hist
                   add 1 to ws-qtdd-resultados
           end-read
           .
       copia-resultados-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       converte-quotas section.
      *>-------------------------------------------------------------------------------------------
           *> mesma guarda dos demais arquivos: um QUOTAS.DAT ja
           *> existente nao e regravado.
           open input quota-file
           if ws-fs-quota = "00"
               close quota-file
               display " QUOTAS.DAT ja existe: quotas de bolao nao"
                       " regravadas. "
           else
           open input quota-old-file
           if ws-fs-quota-old not = "00"
               display " Arquivo QUOTAS_OLD.DAT nao encontrado;"
                       " quotas de bolao nao convertidas. "
           else
               open output quota-file

               move low-values to quota-old-chave
               start quota-old-file key is greater than quota-old-chave
                   invalid key move "10" to ws-fs-quota-old
               end-start

               perform copia-quotas until ws-fs-quota-old not = "00"

               close quota-file
               close quota-old-file
               display " Quotas convertidas:  " ws-qtdd-quotas
           end-if
           end-if

           .
       converte-quotas-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       copia-quotas section.
      *>-------------------------------------------------------------------------------------------
           *> a quota anterior so tinha o nome digitado do participante:
           *> o nome fica, o id do cliente entra zerado.
           read quota-old-file next record
               at end move "10" to ws-fs-quota-old
               not at end
                   move quota-old-bolao-id      to quota-bolao-id
                   move quota-old-seq           to quota-seq
                   move quota-old-participante  to quota-participante
                   move quota-old-qtdd          to quota-qtdd
                   move 0                       to quota-cliente-id
                   write reg-quota
                   add 1 to ws-qtdd-quotas
           end-read

           .
       copia-quotas-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       converte-concursos section.
      *>-------------------------------------------------------------------------------------------
           *> mesma guarda dos demais arquivos: um CONCURSOS.DAT ja
           *> existente nao e regravado.
           open input concurso-file
           if ws-fs-concurso = "00"
               close concurso-file
               display " CONCURSOS.DAT ja existe: cadastro de concursos"
                       " nao regravado. "
           else
           open input concurso-old-file
           if ws-fs-concurso-old not = "00"
               display " Arquivo CONCURSOS_OLD.DAT nao encontrado;"
                       " cadastro de concursos nao convertido. "
           else
               open output concurso-file

               move low-values to conc-old-numero
               start concurso-old-file key is greater than
                       conc-old-numero
                   invalid key move "10" to ws-fs-concurso-old
               end-start

               perform copia-concursos
                   until ws-fs-concurso-old not = "00"

               close concurso-file
               close concurso-old-file
               display " Concursos convertidos: " ws-qtdd-concursos
           end-if
           end-if

           .
       converte-concursos-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       copia-concursos section.
      *>-------------------------------------------------------------------------------------------
           *> todo concurso anterior era regular: o tipo entra "R".
           read concurso-old-file next record
               at end move "10" to ws-fs-concurso-old
               not at end
                   move conc-old-numero         to conc-numero
                   move conc-old-jogo-id        to conc-jogo-id
                   move conc-old-data-abertura  to conc-data-abertura
                   move conc-old-data-corte     to conc-data-corte
                   move conc-old-hora-corte     to conc-hora-corte
                   move conc-old-status         to conc-status
                   move "R"                     to conc-tipo
                   write reg-concurso
                   add 1 to ws-qtdd-concursos
           end-read

           .
       copia-concursos-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
