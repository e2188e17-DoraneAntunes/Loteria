      $set sourceformat"free"
       identification division.
       program-id. "LoteriaExtrato".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>extrato do cliente: para um cliente cadastrado e um periodo, tudo
      *>o que ele jogou e ganhou na banca, sem procurar aposta por aposta
      *>na manutencao. lista, em ordem de venda, as apostas do cliente
      *>vendidas no periodo (vivas em APOSTAS.DAT e arquivadas em
      *>APOSTAS_HIST.DAT) com concurso, numeros, valor e situacao; os
      *>premios dele apurados no periodo (PREMIOS.DAT) com a situacao de
      *>cada um; e as quotas de bolao que ele detem (QUOTAS.DAT, pelo id
      *>do cliente gravado na venda da quota), com a parte dele nos
      *>premios do bolao. fecha com o total gasto (apostas ativas e
      *>quotas), o total ganho (premios brutos, estornados fora), o que
      *>ainda esta a receber no caixa e o resultado liquido. aposta
      *>convertida de layout anterior (sem data de venda) fica fora de
      *>qualquer periodo. o extrato vai para EXTRATO_CCCCCC_AAAAMMDD.TXT
      *>(cliente e dia da emissao), para imprimir e entregar no balcao.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select extrato-file assign to ws-nome-extrato
               organization is line sequential
               file status is ws-fs-extrato.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ap-numero-aposta
               file status is ws-fs-apostas.
           select apostas-hist-file assign to "APOSTAS_HIST.DAT"
               organization is line sequential
               file status is ws-fs-apostas-hist.
           select premios-file assign to "PREMIOS.DAT"
               organization is line sequential
               file status is ws-fs-premios.
           select bolao-file assign to "BOLAO.DAT"
               organization is indexed
               access mode is dynamic
               record key is bol-id
               file status is ws-fs-bolao.
           select quota-file assign to "QUOTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is quota-chave
               file status is ws-fs-quota.
           select concurso-file assign to "CONCURSOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is conc-numero
               file status is ws-fs-concurso.
           select clientes-file assign to "CLIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cli-id
               file status is ws-fs-clientes.
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-fs-operadores.
           select sort-apostas assign to "EXTAPO.TMP".
       I-O-Control.

       data division.
       file section.

      *>extrato impresso.
       fd  extrato-file.
       01  reg-extrato                              pic x(132).

      *>apostas gravadas por Loteria.cbl, mesmo layout.
       fd  apostas-file.
       01  reg-aposta.
           05 ap-numero-aposta                     pic 9(09).
           05 ap-operador                           pic x(10).
           05 ap-concurso                           pic 9(06).
           05 ap-concurso-final                     pic 9(06).
           05 ap-jogo-id                            pic 9(02).
           05 ap-qtdd_aposta                        pic 9(02).
           05 ap-valor                              pic 9(07)v99.
           05 ap-status                             pic x(01).
               88 aposta-ativa                      value "A".
               88 aposta-cancelada                  value "C".
           05 ap-bolao-id                           pic 9(04).
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>historico sequencial de apostas arquivadas, mesmo layout da
      *>aposta viva (ver apostas-hist-file em Loteria.cbl).
       fd  apostas-hist-file.
       01  reg-aposta-hist.
           05 hist-numero-aposta                   pic 9(09).
           05 hist-operador                         pic x(10).
           05 hist-concurso                         pic 9(06).
           05 hist-concurso-final                   pic 9(06).
           05 hist-jogo-id                          pic 9(02).
           05 hist-qtdd_aposta                      pic 9(02).
           05 hist-valor                            pic 9(07)v99.
           05 hist-status                           pic x(01).
           05 hist-bolao-id                         pic 9(04).
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>livro-razao de premios, mesmo layout gravado por Loteria.cbl.
       fd  premios-file.
       01  reg-premio.
           05 prem-concurso                         pic 9(06).
           05 prem-numero-aposta                    pic 9(09).
           05 prem-operador                         pic x(10).
           05 prem-cliente-id                       pic 9(06).
           05 prem-cliente-nome                     pic x(30).
           05 prem-faixa                            pic 9(01).
           05 prem-valor                            pic 9(09)v99.
           05 prem-data-apuracao                    pic 9(08).
           05 prem-situacao                         pic x(01).
               88 premio-a-pagar                    value "A".
               88 premio-liquidado                  value "L".
               88 premio-estornado                  value "E".
               88 premio-estorno-rev                value "R".
           05 prem-data-pagamento                   pic 9(08).
           05 prem-operador-pagto                   pic x(10).
           05 prem-valor-ir                         pic 9(09)v99.
           05 prem-valor-liquido                    pic 9(09)v99.

      *>cadastro de boloes, mesmo layout de Loteria.cbl.
       fd  bolao-file.
       01  reg-bolao.
           05 bol-id                                pic 9(04).
           05 bol-descricao                         pic x(20).
           05 bol-concurso                          pic 9(06).
           05 bol-aposta-numero                     pic 9(09).
           05 bol-total-quotas                      pic 9(04).
           05 bol-quotas-vendidas                   pic 9(04).
           05 bol-participantes                     pic 9(04).
           05 bol-valor-quota                       pic 9(07)v99.
           05 bol-status                            pic x(01).

      *>quotas de bolao, mesmo layout de Loteria.cbl.
       fd  quota-file.
       01  reg-quota.
           05 quota-chave.
               10 quota-bolao-id                    pic 9(04).
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
           05 quota-cliente-id                      pic 9(06).

      *>cadastro mestre de concursos, mesmo layout de Loteria.cbl: a data
      *>de corte do concurso do bolao data as quotas (vendidas ate ela).
       fd  concurso-file.
       01  reg-concurso.
           05 conc-numero                           pic 9(06).
           05 conc-jogo-id                          pic 9(02).
           05 conc-data-abertura                    pic 9(08).
           05 conc-data-corte                       pic 9(08).
           05 conc-hora-corte                       pic 9(06).
           05 conc-status                           pic x(01).
           05 conc-tipo                             pic x(01).

      *>cadastro mestre de clientes, mesmo layout gravado pelo programa
      *>LoteriaClientes.
       fd  clientes-file.
       01  reg-cliente.
           05 cli-id                                pic 9(06).
           05 cli-nome                              pic x(30).
           05 cli-documento                         pic x(14).
           05 cli-telefone                          pic x(15).
           05 cli-status                            pic x(01).
               88 cliente-ativo                     value "A".

      *>cadastro mestre de operadores, mesmo layout de Loteria.cbl.
       fd  operadores-file.
       01  reg-operador.
           05 op-id                                 pic x(10).
           05 op-nome                               pic x(30).
           05 op-senha                              pic x(10).
           05 op-ativo                              pic x(01).
               88 operador-ativo                    value "A".
           05 op-nivel                              pic 9(01).

      *>apostas do cliente no periodo, vivas e arquivadas, em ordem de
      *>venda.
       sd  sort-apostas.
       01  reg-sort-aposta.
           05 sa-data-venda                         pic 9(08).
           05 sa-hora-venda                         pic 9(06).
           05 sa-numero-aposta                      pic 9(09).
           05 sa-origem                             pic x(01).
           05 sa-concurso                           pic 9(06).
           05 sa-concurso-final                     pic 9(06).
           05 sa-jogo-id                            pic 9(02).
           05 sa-qtdd_aposta                        pic 9(02).
           05 sa-valor                              pic 9(07)v99.
           05 sa-status                             pic x(01).
           05 sa-bolao-id                           pic 9(04).
           05 sa-numeros.
               10 sa-num                            pic 9(02) occurs 10 times.

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-extrato                            pic x(02) value "00".
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-fs-premios                            pic x(02) value "00".
       77 ws-fs-bolao                              pic x(02) value "00".
       77 ws-fs-quota                              pic x(02) value "00".
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-fs-clientes                           pic x(02) value "00".
       77 ws-fs-operadores                         pic x(02) value "00".
       77 ws-bolao-disponivel                      pic x(01) value "N".
           88 bolao-disponivel                     value "S".
       77 ws-concurso-disponivel                   pic x(01) value "N".
           88 concurso-disponivel                  value "S".
       77 ws-fim-sort                              pic x(01) value "N".
           88 fim-sort                             value "S".

       77 ws-operador                              pic x(10) value spaces.
       77 ws-senha                                 pic x(10) value spaces.
       77 ws-login-ok                              pic x(01) value "N".
           88 login-ok                             value "S".
       77 ws-tentativas-login                      pic 9(01) value 0.
       77 ws-nivel-operador                        pic 9(01) value 0.

       77 ws-opcao                                 pic x(01) value "S".
       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-nome-extrato                          pic x(40) value spaces.

      *>cliente e periodo do extrato.
       77 ws-cliente-id                            pic 9(06) value 0.
       77 ws-cliente-ok                            pic x(01) value "N".
           88 cliente-ok                           value "S".
       77 ws-data-ini                              pic 9(08) value 0.
       77 ws-data-fim                              pic 9(08) value 0.
       77 ws-periodo-ok                            pic x(01) value "N".
           88 periodo-ok                           value "S".

      *>quotas do cliente (todas, de qualquer data: a parte dele num
      *>premio do periodo conta mesmo que a quota seja mais antiga).
       77 ws-max-quotas                            pic 9(04) value 500.
       77 ws-qtdd-quotas                           pic 9(04) value 0.
       01 ws-tabela-quotas.
           05 ws-qt-tab occurs 500 times.
               10 ws-qt-bolao-id                   pic 9(04).
               10 ws-qt-aposta                     pic 9(09).
               10 ws-qt-qtdd                       pic 9(04).
               10 ws-qt-vendidas                   pic 9(04).
       77 ws-q                                     pic 9(04) value 0.
       77 ws-i                                     pic 9(02) value 0.

      *>linha de numeros da aposta.
       77 ws-linha-numeros                         pic x(40) value spaces.
       77 ws-ptr                                   pic 9(02) value 1.

       77 ws-concursos                             pic 9(06) value 0.
       77 ws-valor-aposta                          pic 9(09)v99 value 0.
       77 ws-valor-parte                           pic 9(09)v99 value 0.
       77 ws-data-quota                            pic 9(08) value 0.
       77 ws-situacao-texto                        pic x(24) value spaces.
       77 ws-origem-texto                          pic x(09) value spaces.

      *>totais do extrato.
       77 ws-qtdd-apostas                          pic 9(06) value 0.
       77 ws-qtdd-premios                          pic 9(06) value 0.
       77 ws-qtdd-quotas-listadas                  pic 9(06) value 0.
       77 ws-total-gasto                           pic 9(11)v99 value 0.
       77 ws-total-ganho                           pic 9(11)v99 value 0.
       77 ws-total-a-receber                       pic 9(11)v99 value 0.
       77 ws-resultado                             pic s9(11)v99 value 0.

       77 ws-valor-edit                            pic zz.zzz.zz9,99.
       77 ws-total-edit                            pic zz.zzz.zzz.zz9,99.
       77 ws-saldo-edit                            pic -zz.zzz.zzz.zz9,99.

      *>Usado no programa chamado, variáveis em comum.
       linkage section.

      *>construção de telas.
       screen section.

      *>Declaração dos Procedimentos, do corpo do programa
       Procedure Division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>-------------------------------------------------------------------------------------------
       inicializa section.
      *>-------------------------------------------------------------------------------------------
           *> assinatura do operador contra o cadastro mestre: o extrato
           *> expoe o movimento de um cliente.
           open input operadores-file
           if ws-fs-operadores <> "00"
               display " Cadastro de operadores OPERADORES.DAT nao encontrado. "
               display " Execute o programa Loteria ao menos uma vez antes. "
               stop run
           end-if

           move "N" to ws-login-ok
           move 0   to ws-tentativas-login
           perform until login-ok or ws-tentativas-login >= 3
               add 1 to ws-tentativas-login
               display " Identificacao do operador: " with no advancing
               accept ws-operador
               display " Senha: " with no advancing
               accept ws-senha

               move ws-operador to op-id
               read operadores-file
                   invalid key
                       display " Operador nao cadastrado. "
                   not invalid key
                       *> senha em branco nunca assina (ver Loteria.cbl).
                       if operador-ativo and op-senha = ws-senha
                               and ws-senha not = spaces
                           move "S" to ws-login-ok
                           move op-nivel to ws-nivel-operador
                       else
                           display " Senha invalida ou operador inativo. "
                       end-if
               end-read
           end-perform

           if not login-ok
               display " Acesso negado apos 3 tentativas. "
               stop run
           end-if

           open input clientes-file
           if ws-fs-clientes <> "00"
               display " Cadastro de clientes CLIENTES.DAT nao encontrado. "
               display " Cadastre os clientes pelo LoteriaClientes antes. "
               stop run
           end-if

           *> boloes, quotas e concursos so para leitura; sem eles o
           *> extrato sai sem a parte de bolao.
           move "N" to ws-bolao-disponivel
           open input bolao-file
           open input quota-file
           if ws-fs-bolao = "00" and ws-fs-quota = "00"
               move "S" to ws-bolao-disponivel
           end-if
           move "N" to ws-concurso-disponivel
           open input concurso-file
           if ws-fs-concurso = "00"
               move "S" to ws-concurso-disponivel
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           perform until ws-opcao = "N" or ws-opcao = "n"
               display " "
               display " ==== Extrato do cliente ==== "
               perform identifica-cliente
               if cliente-ok
                   perform pede-periodo
                   if periodo-ok
                       perform emite-extrato
                   end-if
               end-if
               display " Outro extrato? (S/N): " with no advancing
               accept ws-opcao
           end-perform

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       identifica-cliente section.
      *>===========================================================================================
           move "N" to ws-cliente-ok
           display " Id do cliente: " with no advancing
           accept ws-cliente-id

           move ws-cliente-id to cli-id
           read clientes-file
               invalid key
                   display " Cliente " ws-cliente-id " nao cadastrado. "
               not invalid key
                   display " Cliente: " cli-nome " documento " cli-documento
                   move "S" to ws-cliente-ok
           end-read

           .
       identifica-cliente-exit.
           exit.
      *>===========================================================================================
       pede-periodo section.
      *>===========================================================================================
           *> padrao: do primeiro dia do ano corrente ate hoje ("o que
           *> joguei e ganhei este ano").
           move function current-date(1:14) to ws-data-hora
           move ws-data-hora(1:8) to ws-data-hoje

           move "N" to ws-periodo-ok
           display " Data inicial AAAAMMDD (0 = inicio do ano): "
                   with no advancing
           accept ws-data-ini
           display " Data final AAAAMMDD (0 = hoje): " with no advancing
           accept ws-data-fim

           if ws-data-ini = 0
               move ws-data-hoje(1:4) to ws-data-ini(1:4)
               move "0101"            to ws-data-ini(5:4)
           end-if
           if ws-data-fim = 0
               move ws-data-hoje to ws-data-fim
           end-if

           if function test-date-yyyymmdd(ws-data-ini) <> 0
               or function test-date-yyyymmdd(ws-data-fim) <> 0
               display " Data invalida. "
           else
           if ws-data-ini > ws-data-fim
               display " Data inicial depois da final. "
           else
               move "S" to ws-periodo-ok
           end-if
           end-if

           .
       pede-periodo-exit.
           exit.
      *>===========================================================================================
       emite-extrato section.
      *>===========================================================================================
           move 0 to ws-qtdd-apostas
           move 0 to ws-qtdd-premios
           move 0 to ws-qtdd-quotas-listadas
           move 0 to ws-total-gasto
           move 0 to ws-total-ganho
           move 0 to ws-total-a-receber

           move spaces to ws-nome-extrato
           string "EXTRATO_" ws-cliente-id "_" ws-data-hoje ".TXT"
                  delimited by size into ws-nome-extrato
           open output extrato-file

           move spaces to reg-extrato
           string "==== Extrato do cliente " cli-id " " cli-nome
                  " ===="
                  delimited by size into reg-extrato
           write reg-extrato
           move spaces to reg-extrato
           string "Documento " cli-documento "  periodo de " ws-data-ini
                  " a " ws-data-fim "  emitido em " ws-data-hora
                  " por " ws-operador
                  delimited by size into reg-extrato
           write reg-extrato

           perform lista-apostas
           perform carrega-quotas
           perform lista-premios
           perform lista-quotas
           perform totaliza-extrato

           close extrato-file

           display " Extrato de " cli-nome " em " ws-nome-extrato
           display "   gasto R$ " ws-total-edit " resultado R$ " ws-saldo-edit

           .
       emite-extrato-exit.
           exit.
      *>===========================================================================================
       lista-apostas section.
      *>===========================================================================================
           move spaces to reg-extrato
           write reg-extrato
           move spaces to reg-extrato
           string "---- APOSTAS ----"
                  delimited by size into reg-extrato
           write reg-extrato

           sort sort-apostas
               on ascending key sa-data-venda
               on ascending key sa-hora-venda
               on ascending key sa-numero-aposta
               input procedure is seleciona-apostas
               output procedure is imprime-apostas

           .
       lista-apostas-exit.
           exit.
      *>===========================================================================================
       seleciona-apostas section.
      *>===========================================================================================
           open input apostas-file
           if ws-fs-apostas = "00"
               move low-values to ap-numero-aposta
               start apostas-file key is greater than ap-numero-aposta
                   invalid key move "10" to ws-fs-apostas
               end-start
               perform until ws-fs-apostas <> "00"
                   read apostas-file next record
                       at end move "10" to ws-fs-apostas
                       not at end
                           if ap-cliente-id = ws-cliente-id
                               and ap-data-venda is numeric
                               and ap-data-venda >= ws-data-ini
                               and ap-data-venda <= ws-data-fim
                               move ap-data-venda     to sa-data-venda
                               move ap-hora-venda     to sa-hora-venda
                               move ap-numero-aposta  to sa-numero-aposta
                               move "V"               to sa-origem
                               move ap-concurso       to sa-concurso
                               move ap-concurso-final to sa-concurso-final
                               move ap-jogo-id        to sa-jogo-id
                               move ap-qtdd_aposta    to sa-qtdd_aposta
                               move ap-valor          to sa-valor
                               move ap-status         to sa-status
                               move ap-bolao-id       to sa-bolao-id
                               move ap-numeros        to sa-numeros
                               release reg-sort-aposta
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-file
           move "00" to ws-fs-apostas

           open input apostas-hist-file
           if ws-fs-apostas-hist = "00"
               perform until ws-fs-apostas-hist <> "00"
                   read apostas-hist-file
                       at end move "10" to ws-fs-apostas-hist
                       not at end
                           if hist-cliente-id = ws-cliente-id
                               and hist-data-venda is numeric
                               and hist-data-venda >= ws-data-ini
                               and hist-data-venda <= ws-data-fim
                               move hist-data-venda     to sa-data-venda
                               move hist-hora-venda     to sa-hora-venda
                               move hist-numero-aposta  to sa-numero-aposta
                               move "H"                 to sa-origem
                               move hist-concurso       to sa-concurso
                               move hist-concurso-final to sa-concurso-final
                               move hist-jogo-id        to sa-jogo-id
                               move hist-qtdd_aposta    to sa-qtdd_aposta
                               move hist-valor          to sa-valor
                               move hist-status         to sa-status
                               move hist-bolao-id       to sa-bolao-id
                               move hist-numeros        to sa-numeros
                               release reg-sort-aposta
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           .
       seleciona-apostas-exit.
           exit.
      *>===========================================================================================
       imprime-apostas section.
      *>===========================================================================================
           *> valor da aposta = valor por concurso vezes os concursos da
           *> teimosinha, como cobrado no balcao; so a aposta ativa entra
           *> no gasto (a cancelada foi devolvida).
           move "N" to ws-fim-sort
           perform until fim-sort
               return sort-apostas
                   at end move "S" to ws-fim-sort
                   not at end
                       add 1 to ws-qtdd-apostas
                       move 1 to ws-concursos
                       if sa-concurso-final > sa-concurso
                           compute ws-concursos =
                               sa-concurso-final - sa-concurso + 1
                       end-if
                       compute ws-valor-aposta = sa-valor * ws-concursos

                       if sa-status = "A"
                           add ws-valor-aposta to ws-total-gasto
                           move "ativa"     to ws-situacao-texto
                       else
                           move "cancelada" to ws-situacao-texto
                       end-if
                       if sa-origem = "H"
                           move "arquivada" to ws-origem-texto
                       else
                           move spaces      to ws-origem-texto
                       end-if

                       move spaces to ws-linha-numeros
                       move 1 to ws-ptr
                       perform varying ws-i from 1 by 1
                               until ws-i > sa-qtdd_aposta or ws-i > 10
                           string sa-num(ws-i) " " delimited by size
                                  into ws-linha-numeros with pointer ws-ptr
                       end-perform

                       move ws-valor-aposta to ws-valor-edit
                       move spaces to reg-extrato
                       string "  " sa-data-venda " aposta " sa-numero-aposta
                              " jogo " sa-jogo-id
                              " concurso " sa-concurso " a " sa-concurso-final
                              " R$ " ws-valor-edit
                              " " ws-situacao-texto(1:9)
                              " " ws-origem-texto
                              delimited by size into reg-extrato
                       write reg-extrato
                       move spaces to reg-extrato
                       if sa-bolao-id > 0
                           string "      numeros " ws-linha-numeros
                                  " (bolao " sa-bolao-id ")"
                                  delimited by size into reg-extrato
                       else
                           string "      numeros " ws-linha-numeros
                                  delimited by size into reg-extrato
                       end-if
                       write reg-extrato
               end-return
           end-perform

           if ws-qtdd-apostas = 0
               move spaces to reg-extrato
               string "  nenhuma aposta no periodo"
                      delimited by size into reg-extrato
               write reg-extrato
           end-if

           .
       imprime-apostas-exit.
           exit.
      *>===========================================================================================
       carrega-quotas section.
      *>===========================================================================================
           *> todas as quotas do cliente, com o bolao de cada uma; o
           *> arquivo de quotas e pequeno (um punhado de boloes por
           *> semana) e e lido inteiro.
           move 0 to ws-qtdd-quotas
           if bolao-disponivel
               move low-values to quota-chave
               start quota-file key is greater than quota-chave
                   invalid key move "10" to ws-fs-quota
                   not invalid key move "00" to ws-fs-quota
               end-start
               perform until ws-fs-quota <> "00"
                   read quota-file next record
                       at end move "10" to ws-fs-quota
                       not at end
                           if quota-cliente-id is numeric
                               and quota-cliente-id = ws-cliente-id
                               perform guarda-quota
                           end-if
                   end-read
               end-perform
               move "00" to ws-fs-quota
           end-if

           .
       carrega-quotas-exit.
           exit.
      *>===========================================================================================
       guarda-quota section.
      *>===========================================================================================
           move quota-bolao-id to bol-id
           read bolao-file
               invalid key move "10" to ws-fs-bolao
               not invalid key move "00" to ws-fs-bolao
           end-read

           if ws-fs-bolao = "00"
               if ws-qtdd-quotas < ws-max-quotas
                   add 1 to ws-qtdd-quotas
                   move bol-id              to ws-qt-bolao-id(ws-qtdd-quotas)
                   move bol-aposta-numero   to ws-qt-aposta(ws-qtdd-quotas)
                   move quota-qtdd          to ws-qt-qtdd(ws-qtdd-quotas)
                   move bol-quotas-vendidas to ws-qt-vendidas(ws-qtdd-quotas)
               else
                   display " Cliente com mais de " ws-max-quotas
                           " quotas: excedentes fora do extrato. "
               end-if
           end-if
           move "00" to ws-fs-bolao

           .
       guarda-quota-exit.
           exit.
      *>===========================================================================================
       lista-premios section.
      *>===========================================================================================
           *> premios apurados no periodo: os do proprio cliente e a
           *> parte dele nos premios das apostas de bolao em que tem
           *> quota. o lancamento R do estorno so balanceia o razao e nao
           *> e listado; o premio estornado aparece pela situacao E.
           move spaces to reg-extrato
           write reg-extrato
           move spaces to reg-extrato
           string "---- PREMIOS (valores brutos) ----"
                  delimited by size into reg-extrato
           write reg-extrato

           open input premios-file
           if ws-fs-premios = "00"
               perform until ws-fs-premios <> "00"
                   read premios-file
                       at end move "10" to ws-fs-premios
                       not at end
                           if not premio-estorno-rev
                               and prem-data-apuracao is numeric
                               and prem-data-apuracao >= ws-data-ini
                               and prem-data-apuracao <= ws-data-fim
                               if prem-cliente-id is numeric
                                   and prem-cliente-id = ws-cliente-id
                                   move prem-valor to ws-valor-parte
                                   move 0 to ws-q
                                   perform imprime-premio
                               end-if
                               perform varying ws-q from 1 by 1
                                       until ws-q > ws-qtdd-quotas
                                   if ws-qt-aposta(ws-q) = prem-numero-aposta
                                       and ws-qt-vendidas(ws-q) > 0
                                       compute ws-valor-parte rounded =
                                           (prem-valor * ws-qt-qtdd(ws-q))
                                               / ws-qt-vendidas(ws-q)
                                       perform imprime-premio
                                   end-if
                               end-perform
                           end-if
                   end-read
               end-perform
           end-if
           close premios-file
           move "00" to ws-fs-premios

           if ws-qtdd-premios = 0
               move spaces to reg-extrato
               string "  nenhum premio no periodo"
                      delimited by size into reg-extrato
               write reg-extrato
           end-if

           .
       lista-premios-exit.
           exit.
      *>===========================================================================================
       imprime-premio section.
      *>===========================================================================================
           *> ws-q > 0: parte do cliente num premio de bolao (quota ws-q).
           add 1 to ws-qtdd-premios
           move spaces to ws-situacao-texto
           evaluate true
               when premio-a-pagar
                   move "a receber" to ws-situacao-texto
                   add ws-valor-parte to ws-total-ganho
                   add ws-valor-parte to ws-total-a-receber
               when premio-liquidado
                   string "pago em " prem-data-pagamento
                          delimited by size into ws-situacao-texto
                   add ws-valor-parte to ws-total-ganho
               when premio-estornado
                   move "estornado" to ws-situacao-texto
               when other
                   move prem-situacao to ws-situacao-texto
           end-evaluate

           move ws-valor-parte to ws-valor-edit
           move spaces to reg-extrato
           if ws-q = 0
               string "  " prem-data-apuracao
                      " concurso " prem-concurso
                      " aposta " prem-numero-aposta
                      " faixa " prem-faixa
                      " R$ " ws-valor-edit
                      " " ws-situacao-texto
                      delimited by size into reg-extrato
           else
               string "  " prem-data-apuracao
                      " concurso " prem-concurso
                      " aposta " prem-numero-aposta
                      " faixa " prem-faixa
                      " R$ " ws-valor-edit
                      " " ws-situacao-texto
                      " (bolao " ws-qt-bolao-id(ws-q) ", "
                      ws-qt-qtdd(ws-q) " de " ws-qt-vendidas(ws-q)
                      " quotas)"
                      delimited by size into reg-extrato
           end-if
           write reg-extrato

           .
       imprime-premio-exit.
           exit.
      *>===========================================================================================
       lista-quotas section.
      *>===========================================================================================
           *> quotas de boloes cujo concurso fechou no periodo (a quota
           *> se vende ate o corte do concurso); concurso fora do
           *> cadastro entra sem filtro de data.
           move spaces to reg-extrato
           write reg-extrato
           move spaces to reg-extrato
           string "---- QUOTAS DE BOLAO ----"
                  delimited by size into reg-extrato
           write reg-extrato

           perform varying ws-q from 1 by 1 until ws-q > ws-qtdd-quotas
               move ws-qt-bolao-id(ws-q) to bol-id
               read bolao-file
                   invalid key continue
                   not invalid key perform imprime-quota
               end-read
           end-perform

           if ws-qtdd-quotas-listadas = 0
               move spaces to reg-extrato
               string "  nenhuma quota de bolao no periodo"
                      delimited by size into reg-extrato
               write reg-extrato
           end-if

           .
       lista-quotas-exit.
           exit.
      *>===========================================================================================
       imprime-quota section.
      *>===========================================================================================
           move 0 to ws-data-quota
           if concurso-disponivel
               move bol-concurso to conc-numero
               read concurso-file
                   invalid key continue
                   not invalid key move conc-data-corte to ws-data-quota
               end-read
           end-if

           if ws-data-quota = 0
               or (ws-data-quota >= ws-data-ini
                   and ws-data-quota <= ws-data-fim)
               add 1 to ws-qtdd-quotas-listadas
               compute ws-valor-parte = bol-valor-quota * ws-qt-qtdd(ws-q)
               add ws-valor-parte to ws-total-gasto

               move ws-valor-parte to ws-valor-edit
               move spaces to reg-extrato
               string "  bolao " bol-id " " bol-descricao
                      " concurso " bol-concurso
                      " aposta " bol-aposta-numero
                      " quotas " ws-qt-qtdd(ws-q)
                      " de " bol-quotas-vendidas
                      " R$ " ws-valor-edit
                      delimited by size into reg-extrato
               write reg-extrato
           end-if

           .
       imprime-quota-exit.
           exit.
      *>===========================================================================================
       totaliza-extrato section.
      *>===========================================================================================
           compute ws-resultado = ws-total-ganho - ws-total-gasto

           move spaces to reg-extrato
           write reg-extrato
           move spaces to reg-extrato
           string "---- TOTAIS ----"
                  delimited by size into reg-extrato
           write reg-extrato

           move ws-total-gasto to ws-total-edit
           move spaces to reg-extrato
           string "  Total gasto (apostas ativas e quotas)  R$ "
                  ws-total-edit
                  delimited by size into reg-extrato
           write reg-extrato
           move ws-total-ganho to ws-total-edit
           move spaces to reg-extrato
           string "  Total em premios                       R$ "
                  ws-total-edit
                  delimited by size into reg-extrato
           write reg-extrato
           move ws-total-a-receber to ws-total-edit
           move spaces to reg-extrato
           string "  Premios ainda a receber                R$ "
                  ws-total-edit
                  delimited by size into reg-extrato
           write reg-extrato
           move ws-resultado to ws-saldo-edit
           move spaces to reg-extrato
           string "  Resultado liquido                     R$ "
                  ws-saldo-edit
                  delimited by size into reg-extrato
           write reg-extrato

           move ws-total-gasto to ws-total-edit

           .
       totaliza-extrato-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           close operadores-file
           close clientes-file
           close bolao-file
           close quota-file
           if concurso-disponivel
               close concurso-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
