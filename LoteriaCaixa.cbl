      *>mecanica do registro de controle em Loteria.cbl, carregado numa
      *>tabela em memoria limitada — quando o expurgo de apostas antigas
      *>rodar, convem arquivar tambem o razao de concursos liquidados.
      *>nenhum premio e pago sem o codigo de autenticacao impresso no
      *>comprovante: o caixa o recalcula da aposta gravada (viva ou ja
      *>no historico) e recusa, com linha no jornal, o papel que nao
      *>confere.
      *>premio acima do limite de isencao sofre retencao de imposto de
      *>renda na fonte (limite e aliquota em PARAMETROS.DAT, mantidos
      *>pelo LoteriaManutencao): o razao guarda bruto, imposto retido e
      *>liquido entregue, e cada beneficiario — o dono do premio, ou
      *>cada participante de um bolao, com a parte medida sozinha —
      *>ganha uma linha no livro de retencoes RETENCOES.DAT, de onde o
      *>LoteriaInforme tira o informe de rendimentos do ano.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
           select jornal-file assign to "JORNAL.TXT"
               organization is line sequential
               file status is ws-fs-jornal.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ap-numero-aposta
               file status is ws-fs-apostas.
           select apostas-hist-file assign to "APOSTAS_HIST.DAT"
               organization is line sequential
               file status is ws-fs-apostas-hist.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.
           select retencoes-file assign to "RETENCOES.DAT"
               organization is line sequential
               file status is ws-fs-retencoes.
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
       I-O-Control.

       data division.
               88 premio-estorno-rev                value "R".
           05 prem-data-pagamento                   pic 9(08).
           05 prem-operador-pagto                   pic x(10).
           05 prem-valor-ir                         pic 9(09)v99.
           05 prem-valor-liquido                    pic 9(09)v99.

      *>relatorio do caixa: liquidacoes registradas e premios nao
      *>reclamados/prescritos, arquivado corrida apos corrida.
           05 jor-antes                             pic x(150).
           05 jor-depois                            pic x(150).

      *>apostas gravadas por Loteria.cbl, mesmo layout, so para leitura:
      *>o codigo de autenticacao do bilhete e recalculado a partir da
      *>aposta gravada antes de qualquer pagamento.
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

      *>historico sequencial das apostas expurgadas pelo LoteriaArquiva,
      *>mesmo layout do registro vivo: premio de aposta ja arquivada
      *>tambem se autentica.
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

      *>parametros da banca, registro unico mantido pelo
      *>LoteriaManutencao (mesmo layout): campo ausente ou nao numerico
      *>cai no padrao do programa.
       fd  parametros-file.
       01  reg-parametro.
           05 par-ir-limite                         pic 9(07)v99.
           05 par-ir-aliquota                       pic 9(02)v99.
           05 par-pld-limite-venda                  pic 9(07)v99.
           05 par-pld-janela-dias                   pic 9(03).
           05 par-pld-premios-qtdd                  pic 9(03).
           05 par-pld-sem-cliente                   pic 9(07)v99.
           05 par-pld-teim-valor                    pic 9(07)v99.
           05 par-pld-teim-qtdd                     pic 9(03).
           05 par-reserva-perc                      pic 9(02)v99.

      *>livro de retencoes de imposto de renda: uma linha por
      *>beneficiario de cada premio liquidado (o dono do bilhete, ou
      *>cada participante de bolao com a sua parte), so acrescido.
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

      *>boloes e quotas, mesmo layout de Loteria.cbl, so para leitura: a
      *>retencao de um premio de bolao e calculada parte a parte.
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

       fd  quota-file.
       01  reg-quota.
           05 quota-chave.
               10 quota-bolao-id                    pic 9(04).
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
           05 quota-cliente-id                      pic 9(06).

      *>declaração das variáveis do programa.
       working-storage section.

           88 razao-estourado                      value "S".
       01 ws-tabela-premios.
           05 ws-prem-tab occurs 20000 times.
               10 ws-prem-registro                 pic x(150).

       77 ws-i                                     pic 9(05) value 0.
       77 ws-premio-achado                         pic 9(05) value 0.
       77 ws-total-prescrito                       pic 9(11)v99 value 0.
       77 ws-data-hora                             pic x(14) value spaces.

      *>autenticacao do bilhete antes do pagamento: o codigo impresso no
      *>comprovante e recalculado da aposta gravada (APOSTAS.DAT ou, ja
      *>expurgada, APOSTAS_HIST.DAT) com o mesmo calculo e a mesma chave
      *>de Loteria.cbl (ver calcula-codigo-verif); papel que nao confere
      *>nao recebe, e a tentativa vai ao jornal de auditoria.
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-apostas-disponivel                    pic x(01) value "N".
           88 apostas-disponivel                   value "S".
       77 ws-aposta-achada                         pic x(01) value "N".
           88 aposta-achada                        value "S".
       77 ws-codigo-informado                      pic 9(08) value 0.
       01 ws-cv-base.
           05 ws-cv-numero-aposta                  pic 9(09).
           05 ws-cv-concurso                       pic 9(06).
           05 ws-cv-concurso-final                 pic 9(06).
           05 ws-cv-jogo-id                        pic 9(02).
           05 ws-cv-valor                          pic 9(07)v99.
           05 ws-cv-num                            pic 9(02) occurs 10 times.
       01 ws-cv-base-r redefines ws-cv-base.
           05 ws-cv-digito                         pic 9(01) occurs 52 times.
       01 ws-cv-chave                              pic x(16)
                                                   value "7305194628461739".
       01 ws-cv-chave-r redefines ws-cv-chave.
           05 ws-cv-peso                           pic 9(01) occurs 16 times.
       77 ws-cv-acum                               pic 9(18) value 0.
       77 ws-cv-k                                  pic 9(02) value 0.
       77 ws-cv-p                                  pic 9(02) value 0.
       77 ws-codigo-verif                          pic 9(08) value 0.

      *>retencao de imposto de renda na liquidacao: premio (ou parte de
      *>bolao) acima do limite de isencao retem a aliquota sobre o valor
      *>inteiro da parte. padrao da banca quando PARAMETROS.DAT nao
      *>existe ou o campo nao e numerico.
       77 ws-fs-parametros                         pic x(02) value "00".
       77 ws-fs-retencoes                          pic x(02) value "00".
       77 ws-fs-bolao                              pic x(02) value "00".
       77 ws-fs-quota                              pic x(02) value "00".
       77 ws-bolao-disponivel                      pic x(01) value "N".
           88 bolao-disponivel                     value "S".
       77 ws-ir-limite                             pic 9(07)v99 value 2259,20.
       77 ws-ir-aliquota                           pic 9(02)v99 value 30,00.
       77 ws-aliquota-edit                         pic z9,99.
       77 ws-rateio-bolao                          pic x(01) value "N".
           88 rateio-bolao                         value "S".
       77 ws-grava-retencao                        pic x(01) value "N".
           88 grava-retencao                       value "S".
       77 ws-ir-total                              pic 9(09)v99 value 0.
       77 ws-liquido-total                         pic 9(09)v99 value 0.
       77 ws-parte-bruto                           pic 9(09)v99 value 0.
       77 ws-parte-ir                              pic 9(09)v99 value 0.
       77 ws-parte-liquido                         pic 9(09)v99 value 0.
       77 ws-parte-cliente-id                      pic 9(06) value 0.
       77 ws-parte-beneficiario                    pic x(30) value spaces.
       77 ws-parte-quota-seq                       pic 9(04) value 0.
       77 ws-ir-edit                               pic zz.zzz.zz9,99.
       77 ws-liquido-edit                          pic zz.zzz.zz9,99.

      *>Usado no programa chamado, variáveis em comum.
       linkage section.

               stop run
           end-if

           *> apostas vivas, so para leitura, na autenticacao do bilhete;
           *> sem o arquivo a busca vai direto ao historico.
           move "N" to ws-apostas-disponivel
           open input apostas-file
           if ws-fs-apostas = "00"
               move "S" to ws-apostas-disponivel
           end-if

           *> boloes e quotas, so para leitura, no rateio da retencao.
           move "N" to ws-bolao-disponivel
           open input bolao-file
           if ws-fs-bolao = "00"
               open input quota-file
               if ws-fs-quota = "00"
                   move "S" to ws-bolao-disponivel
               else
                   close bolao-file
               end-if
           end-if

           *> livro de retencoes; extend: so cresce.
           open extend retencoes-file
           if ws-fs-retencoes <> "00" then
               open output retencoes-file
           end-if

           perform carrega-parametros
           perform carrega-razao

           .
           .
       processamento-exit.
           exit.
      *>===========================================================================================
       carrega-parametros section.
      *>===========================================================================================
           *> limite de isencao e aliquota do imposto de renda; sem o
           *> arquivo, ou com o campo em branco/invalido, vale o padrao.
           open input parametros-file
           if ws-fs-parametros = "00"
               read parametros-file
                   at end continue
                   not at end
                       if par-ir-limite is numeric
                           move par-ir-limite to ws-ir-limite
                       end-if
                       if par-ir-aliquota is numeric
                           move par-ir-aliquota to ws-ir-aliquota
                       end-if
               end-read
           end-if
           close parametros-file
           move "00" to ws-fs-parametros

           move ws-ir-limite   to ws-valor-edit
           move ws-ir-aliquota to ws-aliquota-edit
           display " Retencao de IR: premios acima de R$ " ws-valor-edit
                   " retem " ws-aliquota-edit "%. "

           .
       carrega-parametros-exit.
           exit.
      *>===========================================================================================
       carrega-razao section.
      *>===========================================================================================
                   display " Premio com situacao " prem-situacao
                           " (estornado): pagamento recusado. "
               else
                   perform autentica-bilhete
               end-if
               end-if
           end-if
           .
       liquida-premio-exit.
           exit.
      *>===========================================================================================
       autentica-bilhete section.
      *>===========================================================================================
           *> o premio so e pago contra o codigo impresso no comprovante,
           *> recalculado da aposta gravada: comprovante forjado ou com
           *> numeros trocados nao confere. a recusa fica no jornal de
           *> auditoria (operacao RECUSA, o premio intocado nas duas
           *> imagens) e no relatorio do caixa com o codigo apresentado.
           display " Codigo de autenticacao do comprovante: "
                   with no advancing
           accept ws-codigo-informado

           perform busca-aposta-premio

           if not aposta-achada
               display " Aposta " prem-numero-aposta " nao localizada em"
                       " APOSTAS.DAT nem no historico: bilhete nao pode"
                       " ser autenticado, pagamento recusado. "
               perform registra-recusa
           else
               perform calcula-codigo-verif
               if ws-codigo-verif not = ws-codigo-informado
                   display " Codigo de autenticacao NAO CONFERE com a"
                           " aposta gravada: pagamento recusado. "
                   perform registra-recusa
               else
                   perform confirma-liquidacao
               end-if
           end-if

           .
       autentica-bilhete-exit.
           exit.
      *>===========================================================================================
       busca-aposta-premio section.
      *>===========================================================================================
           *> aposta do premio corrente: primeiro no arquivo vivo, depois
           *> no historico do expurgo (varredura sequencial, como em
           *> LoteriaManutencao); achada, fica em reg-aposta para o
           *> calculo do codigo.
           move "N" to ws-aposta-achada

           if apostas-disponivel
               move prem-numero-aposta to ap-numero-aposta
               read apostas-file
                   invalid key continue
                   not invalid key move "S" to ws-aposta-achada
               end-read
           end-if

           if not aposta-achada
               open input apostas-hist-file
               if ws-fs-apostas-hist = "00"
                   perform until ws-fs-apostas-hist <> "00"
                       read apostas-hist-file
                           at end move "10" to ws-fs-apostas-hist
                           not at end
                               if hist-numero-aposta = prem-numero-aposta
                                   move reg-aposta-hist to reg-aposta
                                   move "S" to ws-aposta-achada
                                   move "10" to ws-fs-apostas-hist
                               end-if
                       end-read
                   end-perform
               end-if
               close apostas-hist-file
               move "00" to ws-fs-apostas-hist
           end-if

           .
       busca-aposta-premio-exit.
           exit.
      *>===========================================================================================
       calcula-codigo-verif section.
      *>===========================================================================================
           *> codigo de autenticacao da aposta em reg-aposta, mesmo
           *> calculo de Loteria.cbl (ver la).
           move ap-numero-aposta  to ws-cv-numero-aposta
           move ap-concurso       to ws-cv-concurso
           move ap-concurso-final to ws-cv-concurso-final
           move ap-jogo-id        to ws-cv-jogo-id
           move ap-valor          to ws-cv-valor
           perform varying ws-cv-k from 1 by 1 until ws-cv-k > 10
               move ap-num(ws-cv-k) to ws-cv-num(ws-cv-k)
           end-perform

           move 0 to ws-cv-acum
           perform varying ws-cv-k from 1 by 1 until ws-cv-k > 52
               compute ws-cv-p = function mod(ws-cv-k - 1, 16) + 1
               compute ws-cv-acum = function mod(
                   ws-cv-acum * 131
                   + (ws-cv-digito(ws-cv-k) + 1) * (ws-cv-peso(ws-cv-p) + 3),
                   99999989)
           end-perform
           move ws-cv-acum to ws-codigo-verif

           .
       calcula-codigo-verif-exit.
           exit.
      *>===========================================================================================
       registra-recusa section.
      *>===========================================================================================
           *> tentativa de pagamento recusada: o razao nao muda, mas quem
           *> tentou, quando e contra qual premio fica no jornal.
           move "PREMIOS.DAT" to jor-arquivo
           move "RECUSA"      to jor-operacao
           move reg-premio    to jor-antes
           move reg-premio    to jor-depois
           perform grava-jornal

           move spaces to reg-caixa
           string "RECUSADO concurso " prem-concurso
                  " aposta " prem-numero-aposta
                  " faixa " prem-faixa
                  " codigo informado " ws-codigo-informado
                  " em " ws-data-hoje
                  " por " ws-operador
                  delimited by size into reg-caixa
           write reg-caixa

           .
       registra-recusa-exit.
           exit.
      *>===========================================================================================
       confirma-liquidacao section.
      *>===========================================================================================
           *> retencao simulada antes da confirmacao: o caixa ve o bruto,
           *> o imposto e o liquido a entregar (e, num bolao, a parte de
           *> cada participante) antes de contar o dinheiro.
           move "N" to ws-grava-retencao
           perform calcula-retencao

           move prem-valor       to ws-valor-edit
           move ws-ir-total      to ws-ir-edit
           move ws-liquido-total to ws-liquido-edit
           display " Aposta " prem-numero-aposta
                   " faixa " prem-faixa
                   " valor R$ " ws-valor-edit
           display " Bruto R$ " ws-valor-edit
                   " IR retido R$ " ws-ir-edit
                   " liquido a pagar R$ " ws-liquido-edit
           if prem-cliente-id > 0
               display " Pagar ao cliente " prem-cliente-id
                       " " prem-cliente-nome
               *> imagem do registro antes da liquidacao, para o jornal.
               move reg-premio to jor-antes

               move "L"              to prem-situacao
               move ws-data-hoje     to prem-data-pagamento
               move ws-operador      to prem-operador-pagto
               move ws-ir-total      to prem-valor-ir
               move ws-liquido-total to prem-valor-liquido
               move reg-premio       to ws-prem-registro(ws-premio-achado)
               perform regrava-razao

               move "PREMIOS.DAT" to jor-arquivo
               move reg-premio    to jor-depois
               perform grava-jornal

               *> a mesma passada, agora gravando uma linha por
               *> beneficiario no livro de retencoes.
               move "S" to ws-grava-retencao
               perform calcula-retencao

               move prem-valor to ws-valor-edit
               move spaces to reg-caixa
               string "Liquidado concurso " prem-concurso
                      " aposta " prem-numero-aposta
                      delimited by size into reg-caixa
               write reg-caixa

               move spaces to reg-caixa
               string "  bruto R$ " ws-valor-edit
                      " IR retido R$ " ws-ir-edit
                      " liquido pago R$ " ws-liquido-edit
                      delimited by size into reg-caixa
               write reg-caixa

               display " Premio liquidado e registrado em CAIXA.TXT. "
           else
               display " Pagamento abandonado. "
           .
       confirma-liquidacao-exit.
           exit.
      *>===========================================================================================
       calcula-retencao section.
      *>===========================================================================================
           *> imposto retido do premio corrente. premio de bolao (a aposta
           *> autenticada em reg-aposta aponta um bolao com quotas
           *> vendidas) e medido parte a parte, na mesma proporcao das
           *> quotas do rateio de Loteria.cbl; os demais, pelo valor
           *> inteiro. com grava-retencao cada parte vira uma linha no
           *> livro de retencoes; sem ela so se totaliza (e exibe).
           move 0   to ws-ir-total
           move "N" to ws-rateio-bolao

           if ap-bolao-id > 0
               if bolao-disponivel
                   move ap-bolao-id to bol-id
                   read bolao-file
                       invalid key continue
                       not invalid key
                           if bol-quotas-vendidas > 0
                               move "S" to ws-rateio-bolao
                           end-if
                   end-read
               end-if
               if not rateio-bolao and not grava-retencao
                   display " Bolao " ap-bolao-id " sem cadastro/quotas"
                           " legiveis: retencao sobre o premio inteiro. "
               end-if
           end-if

           if rateio-bolao
               move bol-id to quota-bolao-id
               move 0      to quota-seq
               start quota-file key is greater than quota-chave
                   invalid key move "10" to ws-fs-quota
                   not invalid key move "00" to ws-fs-quota
               end-start
               perform until ws-fs-quota <> "00"
                   read quota-file next record
                       at end move "10" to ws-fs-quota
                       not at end
                           if quota-bolao-id <> bol-id
                               move "10" to ws-fs-quota
                           else
                               compute ws-parte-bruto rounded =
                                   (prem-valor * quota-qtdd)
                                       / bol-quotas-vendidas
                               move quota-cliente-id   to ws-parte-cliente-id
                               move quota-participante to ws-parte-beneficiario
                               move quota-seq          to ws-parte-quota-seq
                               perform retem-parte
                           end-if
                   end-read
               end-perform
               move "00" to ws-fs-quota
           else
               move prem-valor        to ws-parte-bruto
               move prem-cliente-id   to ws-parte-cliente-id
               move prem-cliente-nome to ws-parte-beneficiario
               move 0                 to ws-parte-quota-seq
               perform retem-parte
           end-if

           compute ws-liquido-total = prem-valor - ws-ir-total

           .
       calcula-retencao-exit.
           exit.
      *>===========================================================================================
       retem-parte section.
      *>===========================================================================================
           *> uma parte do premio: acima do limite de isencao retem a
           *> aliquota sobre a parte inteira; no limite ou abaixo, nada.
           if ws-parte-bruto > ws-ir-limite
               compute ws-parte-ir rounded =
                   ws-parte-bruto * ws-ir-aliquota / 100
           else
               move 0 to ws-parte-ir
           end-if
           compute ws-parte-liquido = ws-parte-bruto - ws-parte-ir
           add ws-parte-ir to ws-ir-total

           if grava-retencao
               move ws-data-hoje          to ret-data-pagamento
               move prem-concurso         to ret-concurso
               move prem-numero-aposta    to ret-numero-aposta
               move prem-faixa            to ret-faixa
               if rateio-bolao
                   move bol-id            to ret-bolao-id
               else
                   move 0                 to ret-bolao-id
               end-if
               move ws-parte-quota-seq    to ret-quota-seq
               move ws-parte-cliente-id   to ret-cliente-id
               move ws-parte-beneficiario to ret-beneficiario
               move ws-parte-bruto        to ret-valor-bruto
               move ws-ir-aliquota        to ret-aliquota
               move ws-parte-ir           to ret-valor-ir
               move ws-parte-liquido      to ret-valor-liquido
               move ws-operador           to ret-operador
               write reg-retencao
           else
               if rateio-bolao
                   move ws-parte-bruto   to ws-valor-edit
                   move ws-parte-ir      to ws-ir-edit
                   move ws-parte-liquido to ws-liquido-edit
                   display "   " ws-parte-beneficiario(1:20)
                           " parte R$ " ws-valor-edit
                           " IR R$ " ws-ir-edit
                           " liquido R$ " ws-liquido-edit
               end-if
           end-if

           .
       retem-parte-exit.
           exit.
      *>===========================================================================================
       relatorio-nao-reclamados section.
      *>===========================================================================================
           close caixa-file
           close operadores-file
           close jornal-file
           if apostas-disponivel
               close apostas-file
           end-if
           if bolao-disponivel
               close bolao-file
               close quota-file
           end-if
           close retencoes-file

           Stop Run

