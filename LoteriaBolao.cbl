      *>concurso da aposta nao fecha. na conferencia (Loteria.cbl) o
      *>premio de uma aposta de bolao e rateado na proporcao das quotas e
      *>o relatorio de pagamentos lista a parte de cada participante —
      *>sem calculadora na frente da fila. quota so se vende a cliente
      *>cadastrado em CLIENTES.DAT (LoteriaClientes): o id do cliente vai
      *>na quota, para o extrato do cliente (LoteriaExtrato) achar os
      *>boloes de que ele participa e o caixa reter o imposto da parte
      *>dele no nome certo.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
               access mode is dynamic
               record key is quota-chave
               file status is ws-fs-quota.
           select clientes-file assign to "CLIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cli-id
               file status is ws-fs-clientes.
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
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

      *>cadastro de boloes, mesmo layout lido pela conferencia.
       fd  bolao-file.
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
           05 quota-cliente-id                      pic 9(06).

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

      *>cadastro mestre de operadores, mesmo layout de Loteria.cbl (que o
      *>cria na primeira execucao com os usuarios padrao).
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-fs-bolao                              pic x(02) value "00".
       77 ws-fs-quota                              pic x(02) value "00".
       77 ws-fs-clientes                           pic x(02) value "00".
       77 ws-clientes-disponivel                   pic x(01) value "N".
           88 clientes-disponivel                  value "S".
       77 ws-cliente-id                            pic 9(06) value 0.

      *>assinatura do operador contra o cadastro mestre e jornal de
      *>auditoria das regravacoes em APOSTAS.DAT.
       77 ws-bolao-procurado                       pic 9(04) value 0.
       77 ws-proximo-bolao                         pic 9(04) value 0.
       77 ws-quotas-pedidas                        pic 9(04) value 0.
       77 ws-valor-edit                            pic zz.zzz.zz9,99.
       77 ws-valor-centavos                       pic 9(09) value 0.
       77 ws-concurso-ok                           pic x(01) value "N".
               open i-o quota-file
           end-if

           *> cadastro de clientes so para leitura: o comprador da quota.
           move "N" to ws-clientes-disponivel
           open input clientes-file
           if ws-fs-clientes = "00"
               move "S" to ws-clientes-disponivel
           end-if

           *> proximo id de bolao, a partir do maior ja cadastrado (o
           *> arquivo de boloes e pequeno: um punhado por semana).
           move 0 to ws-proximo-bolao
           if not concurso-ok
               display " Concurso do bolao ja fechou: venda encerrada. "
           else
           if not clientes-disponivel
               display " Cadastro de clientes CLIENTES.DAT nao encontrado:"
                       " quota so se vende a cliente cadastrado. "
           else
               perform identifica-participante
           end-if
           end-if

           .
       valida-e-vende-quotas-exit.
           exit.
      *>===========================================================================================
       identifica-participante section.
      *>===========================================================================================
           *> o participante e um cliente cadastrado e ativo; quem nao tem
           *> cadastro passa antes pelo LoteriaClientes.
           display " Id do cliente participante: " with no advancing
           accept ws-cliente-id

           move ws-cliente-id to cli-id
           read clientes-file
               invalid key
                   display " Cliente " ws-cliente-id " nao cadastrado:"
                           " cadastre pelo LoteriaClientes antes. "
               not invalid key
                   if not cliente-ativo
                       display " Cliente " ws-cliente-id " inativo. "
                   else
                       display " Cliente: " cli-nome
                       perform grava-quotas
                   end-if
           end-read

           .
       identifica-participante-exit.
           exit.
      *>===========================================================================================
       grava-quotas section.
      *>===========================================================================================
           display " Quantidade de quotas: " with no advancing
           accept ws-quotas-pedidas

           if ws-quotas-pedidas = 0
               display " Quantidade de quotas deve ser maior que zero. "
           else
           if bol-quotas-vendidas + ws-quotas-pedidas
               > bol-total-quotas
               display " Restam apenas " with no advancing
               compute ws-quotas-pedidas =
                   bol-total-quotas - bol-quotas-vendidas
               display ws-quotas-pedidas " quotas neste bolao. "
           else
               add 1 to bol-participantes
               move bol-id               to quota-bolao-id
               move bol-participantes    to quota-seq
               move cli-nome             to quota-participante
               move ws-quotas-pedidas    to quota-qtdd
               move cli-id               to quota-cliente-id
               write reg-quota
                   invalid key display " Erro ao gravar quota: " ws-fs-quota
               end-write

               add ws-quotas-pedidas to bol-quotas-vendidas
               rewrite reg-bolao
                   invalid key display " Erro ao atualizar bolao: " ws-fs-bolao
               end-rewrite

               compute ws-valor-edit =
                   bol-valor-quota * ws-quotas-pedidas
               display " Vendidas " ws-quotas-pedidas " quotas a "
                       quota-participante " (total R$ " ws-valor-edit ")."
               display " Quotas vendidas: " bol-quotas-vendidas
                       " de " bol-total-quotas "."
           end-if
           end-if

           .
       grava-quotas-exit.
           exit.
      *>===========================================================================================
       lista-bolao section.
                       else
                           display "   " quota-seq ". "
                                   quota-participante
                                   " cliente " quota-cliente-id
                                   " quotas " quota-qtdd
                       end-if
               end-read
           close concurso-file
           close bolao-file
           close quota-file
           if clientes-disponivel
               close clientes-file
           end-if
           close operadores-file
           close jornal-file

