      $set sourceformat"free"
       identification division.
       program-id. "LoteriaInforme".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>informe de rendimentos do ano: premio acima do limite de isencao
      *>sofre retencao de imposto de renda na fonte quando o caixa o
      *>liquida (ver LoteriaCaixa), e o ganhador tem direito a um
      *>comprovante anual do que recebeu e do que foi retido. este
      *>programa de virada de ano le o livro de retencoes RETENCOES.DAT
      *>(uma linha por beneficiario de cada premio pago, parte de bolao
      *>inclusive) do ano-calendario anterior, ordena por cliente e emite
      *>um informe por cliente cadastrado, com o documento de
      *>CLIENTES.DAT (cli-documento); o que foi pago a portador ou a
      *>participante sem cadastro sai listado a parte, sem informe. no
      *>fim, o resumo do imposto retido mes a mes para o contador. o
      *>relatorio vai para INFORME_AAAA.TXT, regravado a cada corrida.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select retencoes-file assign to "RETENCOES.DAT"
               organization is line sequential
               file status is ws-fs-retencoes.
           select clientes-file assign to "CLIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cli-id
               file status is ws-fs-clientes.
           select informe-file assign to ws-nome-informe
               organization is line sequential
               file status is ws-fs-informe.
           select sort-retencoes assign to "INFSORT.TMP".
       I-O-Control.

       data division.
       file section.

      *>livro de retencoes, mesmo layout gravado pelo LoteriaCaixa.
       fd  retencoes-file.
       01  reg-retencao.
           05 ret-data-pagamento                    pic 9(08).
           05 ret-concurso                          pic 9(06).
           05 ret-numero-aposta                     pic 9(09).
           05 ret-faixa                             pic 9(01).
           05 ret-bolao-id                          pic 9(04).
           05 ret-quota-seq                         pic 9(04).
           05 ret-cliente-id                        pic 9(06).
           05 ret-beneficiario                      pic x(30).
           05 ret-valor-bruto                       pic 9(09)v99.
           05 ret-aliquota                          pic 9(02)v99.
           05 ret-valor-ir                          pic 9(09)v99.
           05 ret-valor-liquido                     pic 9(09)v99.
           05 ret-operador                          pic x(10).

      *>cadastro mestre de clientes, mesmo layout gravado pelo programa
      *>LoteriaClientes: nome e documento do beneficiario do informe.
       fd  clientes-file.
       01  reg-cliente.
           05 cli-id                                pic 9(06).
           05 cli-nome                              pic x(30).
           05 cli-documento                         pic x(14).
           05 cli-telefone                          pic x(15).
           05 cli-status                            pic x(01).
               88 cliente-ativo                     value "A".

      *>informes do ano e resumo mensal, regravados a cada corrida.
       fd  informe-file.
       01  reg-informe                              pic x(132).

      *>retencoes do ano ordenadas por cliente e data de pagamento.
       sd  sort-retencoes.
       01  reg-sort-ret.
           05 sort-cliente-id                       pic 9(06).
           05 sort-data-pagamento                   pic 9(08).
           05 sort-concurso                         pic 9(06).
           05 sort-numero-aposta                    pic 9(09).
           05 sort-faixa                            pic 9(01).
           05 sort-bolao-id                         pic 9(04).
           05 sort-beneficiario                     pic x(30).
           05 sort-valor-bruto                      pic 9(09)v99.
           05 sort-valor-ir                         pic 9(09)v99.
           05 sort-valor-liquido                    pic 9(09)v99.

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-retencoes                          pic x(02) value "00".
       77 ws-fs-clientes                           pic x(02) value "00".
       77 ws-fs-informe                            pic x(02) value "00".
       77 ws-clientes-disponivel                   pic x(01) value "N".
           88 clientes-disponivel                  value "S".
       77 ws-fim-sort                              pic x(01) value "N".
           88 fim-sort                             value "S".

       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-nome-informe                          pic x(30) value spaces.

      *>ano-calendario do informe: o ano anterior ao da corrida (o
      *>informe sai na virada, com o ano ja fechado).
       01 ws-data-hoje                             pic 9(08) value 0.
       01 ws-data-hoje-r redefines ws-data-hoje.
           05 ws-ano-hoje                          pic 9(04).
           05 ws-mes-hoje                          pic 9(02).
           05 ws-dia-hoje                          pic 9(02).
       77 ws-ano-base                              pic 9(04) value 0.
       01 ws-data-ret                              pic 9(08) value 0.
       01 ws-data-ret-r redefines ws-data-ret.
           05 ws-ano-ret                           pic 9(04).
           05 ws-mes-ret                           pic 9(02).
           05 ws-dia-ret                           pic 9(02).

      *>quebra por cliente e totais do informe corrente.
       77 ws-cliente-corrente                      pic 9(06) value 0.
       77 ws-primeiro-cliente                      pic x(01) value "S".
           88 primeiro-cliente                     value "S".
       77 ws-nome-cliente                          pic x(30) value spaces.
       77 ws-documento-cliente                     pic x(14) value spaces.
       77 ws-cli-bruto                             pic 9(11)v99 value 0.
       77 ws-cli-ir                                pic 9(11)v99 value 0.
       77 ws-cli-liquido                           pic 9(11)v99 value 0.
       77 ws-qtdd-informes                         pic 9(06) value 0.
       77 ws-qtdd-sem-cadastro                     pic 9(06) value 0.
       77 ws-qtdd-lidas                            pic 9(09) value 0.
       77 ws-qtdd-ano                              pic 9(09) value 0.

      *>resumo mensal do imposto retido (todas as retencoes do ano, com
      *>ou sem cadastro).
       01 ws-tabela-meses.
           05 ws-mes-tab occurs 12 times.
               10 ws-mes-bruto                     pic 9(11)v99.
               10 ws-mes-ir                        pic 9(11)v99.
               10 ws-mes-qtdd                      pic 9(06).
       77 ws-m                                     pic 9(02) value 0.
       77 ws-ano-bruto                             pic 9(11)v99 value 0.
       77 ws-ano-ir                                pic 9(11)v99 value 0.

       77 ws-bruto-edit                            pic zz.zzz.zzz.zz9,99.
       77 ws-ir-edit                               pic zz.zzz.zzz.zz9,99.
       77 ws-liquido-edit                          pic zz.zzz.zzz.zz9,99.

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
           move function current-date(1:14) to ws-data-hora
           move function current-date(1:8)  to ws-data-hoje
           compute ws-ano-base = ws-ano-hoje - 1

           move spaces to ws-nome-informe
           string "INFORME_" ws-ano-base ".TXT"
                  delimited by size into ws-nome-informe

           perform varying ws-m from 1 by 1 until ws-m > 12
               move 0 to ws-mes-bruto(ws-m)
               move 0 to ws-mes-ir(ws-m)
               move 0 to ws-mes-qtdd(ws-m)
           end-perform

           *> cadastro de clientes so para leitura; sem ele os informes
           *> saem com a ressalva no lugar do nome e do documento.
           move "N" to ws-clientes-disponivel
           open input clientes-file
           if ws-fs-clientes = "00"
               move "S" to ws-clientes-disponivel
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           open input retencoes-file
           if ws-fs-retencoes <> "00"
               display " Livro de retencoes RETENCOES.DAT nao encontrado: "
               display " nenhum premio com retencao foi liquidado ainda. "
               close retencoes-file
           else
               close retencoes-file
               move "00" to ws-fs-retencoes

               open output informe-file
               move spaces to reg-informe
               string "==== Informes de rendimentos - ano-calendario "
                      ws-ano-base " - emitidos em " ws-data-hora " ===="
                      delimited by size into reg-informe
               write reg-informe

               sort sort-retencoes
                   on ascending key sort-cliente-id
                   on ascending key sort-data-pagamento
                   input procedure is carrega-retencoes
                   output procedure is emite-informes

               perform grava-resumo-mensal
               close informe-file

               display " Ano-calendario " ws-ano-base ": "
                       ws-qtdd-informes " informe(s) emitido(s), "
                       ws-qtdd-sem-cadastro " pagamento(s) sem cadastro;"
                       " ver " ws-nome-informe
           end-if

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       carrega-retencoes section.
      *>===========================================================================================
           *> so entram as retencoes pagas no ano-calendario; cada uma
           *> soma tambem no resumo do mes do pagamento.
           open input retencoes-file
           perform until ws-fs-retencoes <> "00"
               read retencoes-file
                   at end move "10" to ws-fs-retencoes
                   not at end
                       add 1 to ws-qtdd-lidas
                       if ret-data-pagamento is numeric
                           move ret-data-pagamento to ws-data-ret
                           if ws-ano-ret = ws-ano-base
                               and ws-mes-ret >= 1 and ws-mes-ret <= 12
                               perform libera-retencao
                           end-if
                       end-if
               end-read
           end-perform
           close retencoes-file
           move "00" to ws-fs-retencoes

           .
       carrega-retencoes-exit.
           exit.
      *>===========================================================================================
       libera-retencao section.
      *>===========================================================================================
           add 1 to ws-qtdd-ano
           add ret-valor-bruto to ws-mes-bruto(ws-mes-ret)
           add ret-valor-ir    to ws-mes-ir(ws-mes-ret)
           add 1               to ws-mes-qtdd(ws-mes-ret)

           move ret-cliente-id     to sort-cliente-id
           move ret-data-pagamento to sort-data-pagamento
           move ret-concurso       to sort-concurso
           move ret-numero-aposta  to sort-numero-aposta
           move ret-faixa          to sort-faixa
           move ret-bolao-id       to sort-bolao-id
           move ret-beneficiario   to sort-beneficiario
           move ret-valor-bruto    to sort-valor-bruto
           move ret-valor-ir       to sort-valor-ir
           move ret-valor-liquido  to sort-valor-liquido
           release reg-sort-ret

           .
       libera-retencao-exit.
           exit.
      *>===========================================================================================
       emite-informes section.
      *>===========================================================================================
           *> quebra por cliente: cada troca de cliente fecha o informe
           *> anterior com os totais do ano e abre o do proximo. o
           *> cliente zero (portador ou participante sem cadastro) vem
           *> primeiro pela ordenacao e sai listado sem informe.
           move "N" to ws-fim-sort
           move "S" to ws-primeiro-cliente
           perform until fim-sort
               return sort-retencoes
                   at end move "S" to ws-fim-sort
                   not at end
                       if primeiro-cliente
                           or sort-cliente-id not = ws-cliente-corrente
                           if not primeiro-cliente
                               perform fecha-informe
                           end-if
                           move "N" to ws-primeiro-cliente
                           move sort-cliente-id to ws-cliente-corrente
                           perform abre-informe
                       end-if
                       perform grava-linha-informe
               end-return
           end-perform

           if not primeiro-cliente
               perform fecha-informe
           end-if

           .
       emite-informes-exit.
           exit.
      *>===========================================================================================
       abre-informe section.
      *>===========================================================================================
           move 0 to ws-cli-bruto
           move 0 to ws-cli-ir
           move 0 to ws-cli-liquido

           move spaces to reg-informe
           write reg-informe
           move spaces to reg-informe
           string "------------------------------------------------------------"
                  "------------------------------------"
                  delimited by size into reg-informe
           write reg-informe

           if ws-cliente-corrente = 0
               move spaces to reg-informe
               string "PREMIOS PAGOS SEM CLIENTE CADASTRADO (portador ou"
                      " participante de bolao sem cadastro) - informe"
                      " nao emitido"
                      delimited by size into reg-informe
               write reg-informe
           else
               add 1 to ws-qtdd-informes
               move "(cliente sem cadastro)" to ws-nome-cliente
               move spaces                   to ws-documento-cliente
               if clientes-disponivel
                   move ws-cliente-corrente to cli-id
                   read clientes-file
                       invalid key continue
                       not invalid key
                           move cli-nome      to ws-nome-cliente
                           move cli-documento to ws-documento-cliente
                   end-read
               end-if

               move spaces to reg-informe
               string "INFORME DE RENDIMENTOS - ANO-CALENDARIO " ws-ano-base
                      delimited by size into reg-informe
               write reg-informe
               move spaces to reg-informe
               string "Beneficiario: " ws-cliente-corrente
                      " " ws-nome-cliente
                      " documento " ws-documento-cliente
                      delimited by size into reg-informe
               write reg-informe
               move spaces to reg-informe
               string "Rendimento: premios de loteria, tributacao"
                      " exclusiva na fonte"
                      delimited by size into reg-informe
               write reg-informe
           end-if

           move spaces to reg-informe
           string "  Pagamento Concurso Aposta    Fx Bolao"
                  " Beneficiario                  "
                  "       Bruto R$           IR R$      Liquido R$"
                  delimited by size into reg-informe
           write reg-informe

           .
       abre-informe-exit.
           exit.
      *>===========================================================================================
       grava-linha-informe section.
      *>===========================================================================================
           add sort-valor-bruto   to ws-cli-bruto
           add sort-valor-ir      to ws-cli-ir
           add sort-valor-liquido to ws-cli-liquido
           if ws-cliente-corrente = 0
               add 1 to ws-qtdd-sem-cadastro
           end-if

           move sort-valor-bruto   to ws-bruto-edit
           move sort-valor-ir      to ws-ir-edit
           move sort-valor-liquido to ws-liquido-edit
           move spaces to reg-informe
           string "  " sort-data-pagamento
                  "  " sort-concurso
                  " " sort-numero-aposta
                  " " sort-faixa
                  "  " sort-bolao-id
                  " " sort-beneficiario
                  ws-bruto-edit
                  ws-ir-edit
                  ws-liquido-edit
                  delimited by size into reg-informe
           write reg-informe

           .
       grava-linha-informe-exit.
           exit.
      *>===========================================================================================
       fecha-informe section.
      *>===========================================================================================
           move ws-cli-bruto   to ws-bruto-edit
           move ws-cli-ir      to ws-ir-edit
           move ws-cli-liquido to ws-liquido-edit
           move spaces to reg-informe
           string "  Total no ano: bruto R$ " ws-bruto-edit
                  "  IR retido R$ " ws-ir-edit
                  "  liquido R$ " ws-liquido-edit
                  delimited by size into reg-informe
           write reg-informe

           .
       fecha-informe-exit.
           exit.
      *>===========================================================================================
       grava-resumo-mensal section.
      *>===========================================================================================
           *> imposto retido mes a mes, para o recolhimento e a conferencia
           *> do contador; conta tudo o que foi retido no ano.
           move 0 to ws-ano-bruto
           move 0 to ws-ano-ir

           move spaces to reg-informe
           write reg-informe
           move spaces to reg-informe
           string "==== Resumo do IR retido por mes - ano-calendario "
                  ws-ano-base " ===="
                  delimited by size into reg-informe
           write reg-informe

           perform varying ws-m from 1 by 1 until ws-m > 12
               add ws-mes-bruto(ws-m) to ws-ano-bruto
               add ws-mes-ir(ws-m)    to ws-ano-ir
               move ws-mes-bruto(ws-m) to ws-bruto-edit
               move ws-mes-ir(ws-m)    to ws-ir-edit
               move spaces to reg-informe
               string "  Mes " ws-m "/" ws-ano-base
                      "  pagamentos " ws-mes-qtdd(ws-m)
                      "  bruto R$ " ws-bruto-edit
                      "  IR retido R$ " ws-ir-edit
                      delimited by size into reg-informe
               write reg-informe
           end-perform

           move ws-ano-bruto to ws-bruto-edit
           move ws-ano-ir    to ws-ir-edit
           move spaces to reg-informe
           string "  Total do ano: " ws-qtdd-ano " pagamento(s)"
                  "  bruto R$ " ws-bruto-edit
                  "  IR retido R$ " ws-ir-edit
                  delimited by size into reg-informe
           write reg-informe

           .
       grava-resumo-mensal-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           if clientes-disponivel
               close clientes-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
