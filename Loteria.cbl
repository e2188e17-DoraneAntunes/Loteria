               access mode is dynamic
               record key is acum-jogo-id
               file status is ws-fs-acumulado.
           select reserva-file assign to "RESERVA.DAT"
               organization is indexed
               access mode is dynamic
               record key is rsv-jogo-id
               file status is ws-fs-reserva.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.
           select premios-tmp-file assign to "PREMIOS_APUR.TMP"
               organization is line sequential
               file status is ws-fs-premios-tmp.
           select pagamento-tmp-file assign to "PAGTOS_APUR.TMP"
               organization is line sequential
               file status is ws-fs-pagamento-tmp.
           select comprovante-file assign to "COMPROVANTE.TXT"
               organization is line sequential
               file status is ws-fs-comprovante.
       I-O-Control.

       data division.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
      *>data e hora da venda, carimbadas na gravacao: e por elas que o
      *>monitor de operacoes suspeitas (LoteriaPLD) agrupa as vendas de
      *>um operador num dia. aposta convertida de layout anterior fica
      *>com zeros (momento da venda desconhecido).
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
      *>grupo de desdobramento: as apostas geradas juntas a partir de uma
      *>selecao do cliente levam o numero da primeira aposta do grupo, e
      *>o LoteriaManutencao cancela ou reimprime o grupo como uma unidade.
      *>zero = aposta avulsa.
           05 ap-grupo                              pic 9(09).

       fd  lote-file.
       01  reg-lote.
      *>concurso aberto; configuravel por jogo no cadastro em vez do
      *>antigo 180000 fixo no codigo.
           05 jogo-hora-corte                       pic 9(06).
      *>comissao da banca sobre a arrecadacao do jogo, em percentual:
      *>a remessa semanal (LoteriaRemessa) repassa a administradora a
      *>arrecadacao menos esta comissao e menos os premios pagos.
           05 jogo-comissao                         pic 9(02)v99.

       fd  relatorio-file.
       01  reg-relatorio                            pic x(100).
               88 concurso-aberto                   value "A".
               88 concurso-fechado                  value "F".
               88 concurso-apurado                  value "P".
      *>tipo do concurso: "E" e o concurso especial do jogo, bancado
      *>pela reserva especial (ver calcula-premios); "R" ou qualquer
      *>outro valor e concurso regular.
           05 conc-tipo                             pic x(01).
               88 concurso-especial                 value "E".

      *>livro-razao dos premios apurados na conferencia de cada concurso,
      *>um registro por aposta premiada, para o caixa liquidar e para
               88 premio-estorno-rev                value "R".
           05 prem-data-pagamento                   pic 9(08).
           05 prem-operador-pagto                   pic x(10).
      *>retencao de imposto de renda na fonte, calculada pelo caixa na
      *>liquidacao (limite de isencao e aliquota em PARAMETROS.DAT; numa
      *>aposta de bolao cada parte e medida sozinha): prem-valor segue
      *>sendo o bruto, aqui ficam o imposto retido e o liquido entregue.
      *>premio a pagar tem os dois zerados; registro gravado antes da
      *>retencao existir tem brancos, lidos como zero.
           05 prem-valor-ir                         pic 9(09)v99.
           05 prem-valor-liquido                    pic 9(09)v99.

      *>relatorio formatado de pagamentos do concurso, entregue ao caixa.
       fd  pagamento-file.
       01  reg-pagamento                            pic x(100).

      *>parametros da banca, registro unico mantido pelo
      *>LoteriaManutencao (mesmo layout): campo ausente ou nao numerico
      *>cai no padrao do programa. a venda usa par-pld-limite-venda.
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

      *>arquivos de trabalho da limpeza de apuracao interrompida: uma
      *>conferencia morta no meio da passada de premios deixa meia lista
      *>em PREMIOS.DAT e PAGAMENTOS.TXT; antes de reapurar, os registros
      *>(ver limpa-apuracao-parcial). o trabalho fica em disco apos a
      *>corrida, como copia de seguranca da propria limpeza.
       fd  premios-tmp-file.
       01  reg-premio-tmp                           pic x(150).

       fd  pagamento-tmp-file.
       01  reg-pagamento-tmp                        pic x(100).
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>banco historico dos resultados oficiais, acumulado pela
      *>conferencia (antes o resultado era lido de RESULTADO.TXT e jogado
      *>um estorno de apuracao devolver o fundo ao valor que tinha, em
      *>vez de tentar reconstruir de cabeca um numero que ja foi zerado.
           05 rh-acum-anterior                      pic 9(11)v99.
      *>reserva especial do jogo ANTES desta apuracao, pelo mesmo motivo:
      *>o estorno e a reapuracao devolvem a reserva a partir dele.
           05 rh-reserva-anterior                   pic 9(11)v99.

      *>cadastro de boloes (aposta em grupo), mantido pelo programa
      *>LoteriaBolao: um bolao amarra um id a uma aposta ja gravada e as
               10 quota-seq                         pic 9(04).
           05 quota-participante                    pic x(20).
           05 quota-qtdd                            pic 9(04).
      *>cliente cadastrado dono das quotas (LoteriaBolao so vende quota a
      *>cliente cadastrado); o nome dele fica em quota-participante.
      *>quotas de antes do cadastro obrigatorio tem o id zerado.
           05 quota-cliente-id                      pic 9(06).

      *>cadastro mestre de operadores: so quem esta cadastrado, ativo e
      *>com a senha certa grava aposta em nome proprio. criado na
           05 jor-antes                             pic x(150).
           05 jor-depois                            pic x(150).

      *>comprovante do grupo de desdobramento: uma so via lista todas as
      *>apostas do grupo com o codigo de autenticacao de cada uma (mesmo
      *>arquivo das segundas vias do LoteriaManutencao).
       fd  comprovante-file.
       01  reg-comprovante                          pic x(100).

      *>cadastro mestre de clientes, mantido pelo programa LoteriaClientes:
      *>dono documentado das apostas estampadas com o id dele. a venda le
      *>o cadastro para validar o id informado no balcao; a conferencia le
           05 acum-jogo-id                          pic 9(02).
           05 acum-valor                            pic 9(11)v99.

      *>reserva especial por jogo: a parcela do bolo de premios que
      *>cada concurso regular guarda para o concurso especial do mesmo
      *>jogo, que a recebe inteira por cima do proprio bolo (ver
      *>calcula-premios). mesmo desenho do fundo acumulado.
       fd  reserva-file.
       01  reg-reserva.
           05 rsv-jogo-id                           pic 9(02).
           05 rsv-valor                             pic 9(11)v99.

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-pool-sena                             pic 9(11)v99 value 0.
       77 ws-valor-acum-edit                       pic zz.zzz.zzz.zz9,99.

      *>reserva especial do jogo do concurso em apuracao: o concurso
      *>regular retem ws-reserva-perc % do bolo (PARAMETROS.DAT) e
      *>rateia o resto entre as faixas; o concurso especial soma a
      *>reserva e o fundo acumulado por cima da sena e nao acumula —
      *>faixa sem ganhador desce para a faixa de baixo, e o que nenhuma
      *>faixa levar volta para a reserva.
       77 ws-fs-reserva                            pic x(02) value "00".
       77 ws-reserva-perc                          pic 9(02)v99 value 5,00.
       77 ws-reserva-anterior                      pic 9(11)v99 value 0.
       77 ws-reserva-nova                          pic 9(11)v99 value 0.
       77 ws-reserva-parcela                       pic 9(09)v99 value 0.
       77 ws-pool-rateio                           pic 9(09)v99 value 0.
       77 ws-pool-quina                            pic 9(11)v99 value 0.
       77 ws-pool-quadra                           pic 9(11)v99 value 0.
       77 ws-perc-edit                             pic z9,99.
       77 ws-concurso-especial                     pic x(01) value "N".
           88 apuracao-especial                    value "S".

      *>identificacao opcional do cliente dono da aposta, validada contra
      *>o cadastro de clientes quando ele existe; sem cadastro (ou id
      *>zero) a aposta segue sem cliente, como sempre foi.
           88 clientes-disponivel                  value "S".
       77 ws-cliente-id                            pic 9(06) value 0.

      *>prevencao a lavagem de dinheiro: venda cujo total (valor por
      *>concurso vezes concursos da teimosinha) passa do limite da banca
      *>(PARAMETROS.DAT) so sai com cliente cadastrado identificado.
       77 ws-fs-parametros                         pic x(02) value "00".
       77 ws-pld-limite-venda                      pic 9(07)v99 value 1000,00.
       77 ws-cliente-exigido                       pic x(01) value "N".
           88 cliente-exigido                      value "S".

      *>rateio de premio de bolao entre os participantes, na proporcao
      *>das quotas de cada um sobre as quotas vendidas.
       77 ws-fs-bolao                              pic x(02) value "00".
      *>pelos mesmos numeros (teimosinha; 1 = aposta simples).
       77 ws-tipo-escolha                          pic 9(01) value 1.
           88 escolha-surpresinha                  value 2.
           88 escolha-desdobramento                value 3.
       77 ws-qtdd-concursos                        pic 9(02) value 1.
       77 ws-num-gerado                            pic 9(02) value 0.
       77 ws-num-repetido                          pic x(01) value "N".
           88 num-repetido                         value "S".
       77 ws-valor-total                           pic 9(09)v99 value 0.

      *>desdobramento: o cliente escolhe mais numeros do que cabem numa
      *>aposta e uma garantia (quadra, quina ou sena, desde que tantos dos
      *>numeros escolhidos sejam sorteados); o sistema fecha os numeros
      *>num conjunto reduzido de apostas do tamanho pedido que cobre toda
      *>combinacao da garantia (ver gera-desdobramento). as posicoes
      *>guardadas nas apostas do grupo apontam para ws-dd-num.
       77 ws-fs-comprovante                        pic x(02) value "00".
       77 ws-dd-max-numeros                        pic 9(02) value 20.
       77 ws-dd-max-apostas                        pic 9(03) value 300.
       77 ws-dd-qtdd                               pic 9(02) value 0.
       77 ws-dd-garantia                           pic 9(01) value 0.
       77 ws-dd-nome-faixa                         pic x(06) value spaces.
       77 ws-dd-qtdd-apostas                       pic 9(03) value 0.
       77 ws-dd-gravadas                           pic 9(03) value 0.
       77 ws-dd-valor-total                        pic 9(09)v99 value 0.
       77 ws-dd-posicao                            pic 9(04) value 0.
       01 ws-dd-numeros.
           05 ws-dd-num                            pic 9(02) occurs 20 times.
       01 ws-dd-usos.
           05 ws-dd-uso                            pic 9(04) occurs 20 times.
       01 ws-dd-tabela-apostas.
           05 ws-dd-aposta occurs 300 times.
               10 ws-dd-pos                        pic 9(02) occurs 10 times.
               10 ws-dd-numero-aposta              pic 9(09).
               10 ws-dd-codigo                     pic 9(08).
      *>combinacoes da garantia ja cobertas, pela ordem combinatoria
      *>(ver dd-calcula-ordem): no maximo 20 numeros tomados 6 a 6.
       01 ws-dd-cobertura.
           05 ws-dd-coberta                        pic x(01) occurs 38760 times.
       77 ws-dd-qtdd-combinacoes                   pic 9(05) value 0.
      *>binomios C(n,r) para n de 0 a 20 e r de 0 a 6, em (n+1, r+1).
       01 ws-dd-binomios.
           05 ws-dd-bin-linha occurs 21 times.
               10 ws-dd-bin                        pic 9(05) occurs 7 times.
      *>dois cursores de combinacao: (1) percorre as combinacoes da
      *>garantia entre os numeros escolhidos; (2) percorre subconjuntos
      *>da aposta em montagem.
       01 ws-dd-cursores.
           05 ws-dd-cursor occurs 2 times.
               10 ws-dd-cur-m                      pic 9(02).
               10 ws-dd-cur-r                      pic 9(02).
               10 ws-dd-cur-fim                    pic x(01).
               10 ws-dd-cur-s                      pic 9(02) occurs 6 times.
       77 ws-dd-cur                                pic 9(01) value 1.
       77 ws-dd-achado                             pic 9(02) value 0.
      *>aposta em montagem (posicoes em ordem crescente) e combinacao em
      *>exame (posicoes em ordem crescente).
       01 ws-dd-bilhete.
           05 ws-dd-tk                             pic 9(02) occurs 10 times.
       77 ws-dd-tk-qtdd                            pic 9(02) value 0.
       01 ws-dd-combinacao.
           05 ws-dd-q                              pic 9(02) occurs 6 times.
       77 ws-dd-q-qtdd                             pic 9(02) value 0.
       77 ws-dd-ordem                              pic 9(05) value 0.
       77 ws-dd-x                                  pic 9(02) value 0.
       77 ws-dd-x-posto                            pic x(01) value "N".
       77 ws-dd-no-bilhete                         pic x(01) value "N".
           88 dd-no-bilhete                        value "S".
       77 ws-dd-ganho                              pic 9(04) value 0.
       77 ws-dd-melhor                             pic 9(02) value 0.
       77 ws-dd-melhor-ganho                       pic 9(04) value 0.
       77 ws-dd-estourou                           pic x(01) value "N".
           88 dd-estourou                          value "S".
       77 ws-dd-a                                  pic 9(03) value 0.
       77 ws-dd-i                                  pic 9(02) value 0.
       77 ws-dd-j                                  pic 9(02) value 0.
       77 ws-dd-n                                  pic 9(02) value 0.
       77 ws-dd-r                                  pic 9(02) value 0.
       77 ws-dd-k                                  pic 9(02) value 0.
       77 ws-dd-m                                  pic 9(02) value 0.
       77 ws-dd-p                                  pic 9(02) value 0.
       77 ws-dd-pq                                 pic 9(02) value 0.
       77 ws-dd-linha-numeros                      pic x(64) value spaces.
       77 ws-dd-ptr                                pic 9(03) value 1.
       77 ws-dd-confirma                           pic x(01) value "N".
      *>grupo em gravacao: grava-aposta estampa ws-grupo-atual em cada
      *>aposta e deixa a exibicao por aposta para o comprovante do grupo.
       77 ws-grupo-atual                           pic 9(09) value 0.
       77 ws-gravando-grupo                        pic x(01) value "N".
           88 gravando-grupo                       value "S".

      *>codigo de autenticacao do bilhete: calculado sobre os campos que
      *>decidem o premio (numero da aposta, faixa de concursos, jogo,
      *>valor e os dez numeros) misturados com a chave da banca, impresso
      *>no comprovante e recalculado pelo caixa (LoteriaCaixa) a partir
      *>da aposta gravada antes de pagar — um papel forjado ou com
      *>numeros trocados nao bate com o codigo. o codigo nao e gravado:
      *>ele sai sempre dos proprios campos da aposta, e o mesmo calculo
      *>(com a mesma chave) e repetido em LoteriaManutencao e
      *>LoteriaCaixa.
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

       01 ws-aposta.
           05 ws-numeros-apostados.
               10 ws-num1                          pic 9(02) value 0.
               close acumulado-file
               open i-o acumulado-file
           end-if

           *> reserva especial por jogo, criada na primeira execucao como
           *> o fundo acumulado.
           open i-o reserva-file
           if ws-fs-reserva = "35" then
               open output reserva-file
               close reserva-file
               open i-o reserva-file
           end-if
           if modo-interativo
               perform exibe-acumulado

               move "S" to ws-clientes-disponivel
           end-if

           *> limite de venda sem cliente, dos parametros da banca.
           perform carrega-parametros

           .
       inicializa-exit.
           exit.
      *>===========================================================================================
       carrega-parametros section.
      *>===========================================================================================
           *> le o registro unico; arquivo ausente ou campo em branco
           *> ficam com o padrao da banca.
           move spaces to reg-parametro
           open input parametros-file
           if ws-fs-parametros = "00"
               read parametros-file
                   at end move spaces to reg-parametro
               end-read
           end-if
           close parametros-file
           move "00" to ws-fs-parametros

           if par-pld-limite-venda is numeric
               move par-pld-limite-venda to ws-pld-limite-venda
           end-if
           if par-reserva-perc is numeric
               move par-reserva-perc to ws-reserva-perc
           end-if

           .
       carrega-parametros-exit.
           exit.
      *>===========================================================================================
       identifica-operador section.
      *>===========================================================================================
               move 420,00  to jogo-preco(9)
               move 1050,00 to jogo-preco(10)
               move 180000  to jogo-hora-corte
               move 8,00    to jogo-comissao
               write reg-jogo
               move "JOGOS.DAT" to jor-arquivo
               move "WRITE"     to jor-operacao
               move 210,00  to jogo-preco(9)
               move 525,00  to jogo-preco(10)
               move 180000  to jogo-hora-corte
               move 8,00    to jogo-comissao
               write reg-jogo
               move "JOGOS.DAT" to jor-arquivo
               move "WRITE"     to jor-operacao
               open i-o concurso-file
           end-if

           *> status 39 = cadastro gravado no layout antigo, sem o tipo
           *> regular/especial: a apuracao nao saberia qual regra de
           *> rateio aplicar. a conversao e uma so, pelo programa
           *> LoteriaConverte.
           if ws-fs-concurso = "39" then
               display " CONCURSOS.DAT esta no layout antigo. "
               display " Renomeie para CONCURSOS_OLD.DAT e rode o"
                       " programa LoteriaConverte antes de continuar. "
               stop run
           end-if

           *> procura o concurso aberto DO JOGO desta execucao: cada jogo
           *> tem seu proprio ciclo de concursos (6/60 e 6/25 vendem lado
           *> a lado todo dia), entao o concurso aberto de um jogo nunca
               move ws-data-corte-nova to conc-data-corte
               move ws-hora-corte-jogo to conc-hora-corte
               move "A"               to conc-status
               move "R"               to conc-tipo
               write reg-concurso
                   invalid key display " Erro ao abrir concurso: " ws-fs-concurso
               end-write
                               *> invalida, duplicada ou recusada nao deve
                               *> gerar um sorteio nem gravar resultado em
                               *> FREQUENCIA.DAT/RANKING.TXT/RELATORIO.TXT.
                               *> o grupo de desdobramento nao tem uma aposta
                               *> so para simular: o sorteio fica para a
                               *> aposta avulsa.
                               if not aposta-invalida and not aposta-duplicada
                                   and not concurso-recusado
                                   and not cliente-exigido
                                   and not escolha-desdobramento
                                   perform sorteio
                               end-if
                       end-if
                                               into reg-lote-log
                                       end-if
                                       write reg-lote-log
                                   else
                                   if cliente-exigido then
                                       move spaces to reg-lote-log
                                       string "Aposta rejeitada: valor"
                                           " acima do limite de venda"
                                           " sem cliente cadastrado"
                                           delimited by size
                                           into reg-lote-log
                                       write reg-lote-log
                                   else
                                       perform sorteio

                                       move spaces to reg-lote-log
                                       string "Aposta " ap-numero-aposta
                                           " codigo=" ws-codigo-verif
                                           " tentativas=" ws-tentativas
                                           " tempo=" ws-total
                                           delimited by size into reg-lote-log
                                       write reg-lote-log
                                   end-if
                                   end-if
                               end-if
                           end-if
                   end-read
                           *> bilhete atrasado, o razao PREMIOS.DAT ja
                           *> guarda o premio daquele concurso.
                           move "N" to ws-ja-apurado
                           move "N" to ws-concurso-especial
                           move 1   to ws-jogo-resultado
                           move res-concurso to conc-numero
                           read concurso-file
                               not invalid key
                                   *> o jogo do concurso decide qual fundo
                                   *> acumulado entra no rateio e qual
                                   *> recebe as faixas sem ganhador; o
                                   *> tipo decide a regra do rateio.
                                   move conc-jogo-id to ws-jogo-resultado
                                   if concurso-especial
                                       move "S" to ws-concurso-especial
                                   end-if
                                   if concurso-apurado
                                       move "S" to ws-ja-apurado
                                   end-if
           *> quando uma apuracao anterior foi interrompida (ou
           *> estornada); rh-acum-anterior guarda o fundo de antes dela.
           *> devolve-lo aqui garante que a reapuracao nao soma o fundo
           *> ja rolado uma segunda vez sobre a sena. a reserva especial
           *> volta do mesmo registro (rh-reserva-anterior).
           move res-concurso to rh-concurso
           read resultados-hist-file
               invalid key continue
                               end-rewrite
                           end-if
                   end-read
                   perform restaura-reserva-parcial
           end-read

           .
       restaura-acumulado-parcial-exit.
           exit.
      *>===========================================================================================
       restaura-reserva-parcial section.
      *>===========================================================================================
           *> mesma devolucao, para a reserva especial do jogo: sem ela
           *> a reapuracao reteria a parcela do concurso regular (ou
           *> somaria a reserva do especial) uma segunda vez.
           move rh-jogo-id to rsv-jogo-id
           read reserva-file
               invalid key
                   move rh-jogo-id          to rsv-jogo-id
                   move rh-reserva-anterior to rsv-valor
                   write reg-reserva
                       invalid key display " Erro ao restaurar"
                               " reserva: " ws-fs-reserva
                   end-write
               not invalid key
                   if rsv-valor not = rh-reserva-anterior
                       display "   Reserva especial do jogo "
                               rh-jogo-id " devolvida ao valor"
                               " anterior a apuracao interrompida. "
                       move rh-reserva-anterior to rsv-valor
                       rewrite reg-reserva
                           invalid key display " Erro ao restaurar"
                                   " reserva: " ws-fs-reserva
                       end-rewrite
                   end-if
           end-read

           .
       restaura-reserva-parcial-exit.
           exit.
      *>===========================================================================================
       limpa-premios-parciais section.
      *>===========================================================================================
                       move res-num(ws-i) to rh-num(ws-i)
                   end-perform
                   move ws-acumulado-anterior to rh-acum-anterior
                   move ws-reserva-anterior   to rh-reserva-anterior
                   write reg-resultado-hist
                       invalid key display " Erro ao gravar resultado: "
                                           ws-fs-resultados-hist
                       move res-num(ws-i) to rh-num(ws-i)
                   end-perform
                   move ws-acumulado-anterior to rh-acum-anterior
                   move ws-reserva-anterior   to rh-reserva-anterior
                   rewrite reg-resultado-hist
                       invalid key display " Erro ao regravar resultado: "
                                           ws-fs-resultados-hist
           *> dinheiro dela alimenta o fundo que segue para o proximo
           *> concurso do mesmo jogo (antes o valor so "ficava retido"
           *> na frase do relatorio e evaporava dos livros).
           *> o concurso regular retem antes do rateio a parcela da
           *> reserva especial do jogo; o concurso especial segue regra
           *> propria (ver calcula-premios-especial).
           compute ws-pool-premios rounded = ws-arrecadacao * 0,60

           perform le-acumulado
           perform le-reserva

           *> o fundo de ANTES desta apuracao vai para o registro do
           *> resultado agora, antes de o fundo ser mexido: se a corrida
           *> e o "anterior" relido nunca e o fundo ja rolado.
           perform guarda-acum-anterior

           if apuracao-especial
               perform calcula-premios-especial
           else
               perform calcula-premios-regular
           end-if

           perform grava-acumulado
           perform grava-reserva

           .
       calcula-premios-exit.
           exit.
      *>===========================================================================================
       calcula-premios-regular section.
      *>===========================================================================================
           *> a parcela da reserva sai do bolo antes do rateio; as faixas
           *> repartem o que sobra na mesma proporcao de sempre.
           compute ws-reserva-parcela rounded =
               ws-pool-premios * ws-reserva-perc / 100
           compute ws-pool-rateio =
               ws-pool-premios - ws-reserva-parcela
           compute ws-reserva-nova =
               ws-reserva-anterior + ws-reserva-parcela

           move 0 to ws-acumulado-novo

           compute ws-pool-sena rounded =
               (ws-pool-rateio * 0,50) + ws-acumulado-anterior
           if ws-ganh-sena > 0
               compute ws-valor-sena rounded =
                   ws-pool-sena / ws-ganh-sena

           if ws-ganh-quina > 0
               compute ws-valor-quina rounded =
                   (ws-pool-rateio * 0,30) / ws-ganh-quina
           else
               move 0 to ws-valor-quina
               compute ws-acumulado-novo rounded =
                   ws-acumulado-novo + (ws-pool-rateio * 0,30)
           end-if

           if ws-ganh-quadra > 0
               compute ws-valor-quadra rounded =
                   (ws-pool-rateio * 0,20) / ws-ganh-quadra
           else
               move 0 to ws-valor-quadra
               compute ws-acumulado-novo rounded =
                   ws-acumulado-novo + (ws-pool-rateio * 0,20)
           end-if

           .
       calcula-premios-regular-exit.
           exit.
      *>===========================================================================================
       calcula-premios-especial section.
      *>===========================================================================================
           *> concurso especial: nada e retido, o bolo inteiro vai para
           *> as faixas e a sena recebe por cima a reserva especial e o
           *> fundo acumulado do jogo, que zeram. o especial nunca
           *> acumula: sena sem ganhador desce para a quina, quina sem
           *> ganhador desce para a quadra, e so o que nem a quadra
           *> levar volta para a reserva do proximo especial.
           move 0 to ws-reserva-parcela
           move ws-pool-premios to ws-pool-rateio
           move 0 to ws-acumulado-novo
           move 0 to ws-reserva-nova

           compute ws-pool-sena rounded =
               (ws-pool-rateio * 0,50) + ws-acumulado-anterior
               + ws-reserva-anterior
           compute ws-pool-quina rounded = ws-pool-rateio * 0,30
           compute ws-pool-quadra rounded = ws-pool-rateio * 0,20

           if ws-ganh-sena > 0
               compute ws-valor-sena rounded =
                   ws-pool-sena / ws-ganh-sena
           else
               move 0 to ws-valor-sena
               add ws-pool-sena to ws-pool-quina
           end-if

           if ws-ganh-quina > 0
               compute ws-valor-quina rounded =
                   ws-pool-quina / ws-ganh-quina
           else
               move 0 to ws-valor-quina
               add ws-pool-quina to ws-pool-quadra
           end-if

           if ws-ganh-quadra > 0
               compute ws-valor-quadra rounded =
                   ws-pool-quadra / ws-ganh-quadra
           else
               move 0 to ws-valor-quadra
               move ws-pool-quadra to ws-reserva-nova
           end-if

           .
       calcula-premios-especial-exit.
           exit.
      *>===========================================================================================
       le-acumulado section.
           .
       le-acumulado-exit.
           exit.
      *>===========================================================================================
       le-reserva section.
      *>===========================================================================================
           *> reserva especial do jogo do concurso em apuracao; jogo sem
           *> registro ainda comeca do zero.
           move ws-jogo-resultado to rsv-jogo-id
           read reserva-file
               invalid key move 0 to rsv-valor
           end-read
           move rsv-valor to ws-reserva-anterior

           .
       le-reserva-exit.
           exit.
      *>===========================================================================================
       guarda-acum-anterior section.
      *>===========================================================================================
           *> persiste em RESULTADOS.DAT o fundo acumulado e a reserva
           *> especial de antes desta apuracao; registra-resultado regrava
           *> o mesmo registro por inteiro no final da apuracao completa.
           move res-concurso to rh-concurso
           read resultados-hist-file
               invalid key
                       move res-num(ws-i) to rh-num(ws-i)
                   end-perform
                   move ws-acumulado-anterior to rh-acum-anterior
                   move ws-reserva-anterior   to rh-reserva-anterior
                   write reg-resultado-hist
                       invalid key display " Erro ao guardar acumulado"
                               " anterior: " ws-fs-resultados-hist
                   end-write
               not invalid key
                   move ws-acumulado-anterior to rh-acum-anterior
                   move ws-reserva-anterior   to rh-reserva-anterior
                   rewrite reg-resultado-hist
                       invalid key display " Erro ao guardar acumulado"
                               " anterior: " ws-fs-resultados-hist
           .
       grava-acumulado-exit.
           exit.
      *>===========================================================================================
       grava-reserva section.
      *>===========================================================================================
           *> persiste a reserva especial do jogo depois desta apuracao
           *> (com a parcela do regular somada, ou o que sobrou do
           *> especial).
           move ws-jogo-resultado to rsv-jogo-id
           move ws-reserva-nova   to rsv-valor
           rewrite reg-reserva
               invalid key
                   write reg-reserva
                       invalid key display " Erro ao gravar reserva: "
                                           ws-fs-reserva
                   end-write
           end-rewrite

           .
       grava-reserva-exit.
           exit.
      *>===========================================================================================
       paga-premios section.
      *>===========================================================================================
                  delimited by size into reg-pagamento
           write reg-pagamento

           *> movimento da reserva especial: a parcela retida pelo
           *> regular, ou a reserva inteira entregue ao especial.
           if apuracao-especial
               move spaces to reg-pagamento
               string "CONCURSO ESPECIAL: sem acumulo, faixa sem"
                      " ganhador desce para a faixa seguinte"
                      delimited by size into reg-pagamento
               write reg-pagamento

               move ws-reserva-anterior to ws-valor-acum-edit
               move spaces to reg-pagamento
               string "Reserva especial somada a sena: R$ "
                      ws-valor-acum-edit
                      delimited by size into reg-pagamento
               write reg-pagamento
           else
               move ws-reserva-perc    to ws-perc-edit
               move ws-reserva-parcela to ws-valor-edit
               move spaces to reg-pagamento
               string "Retido para a reserva especial (" ws-perc-edit
                      "% do bolo): R$ " ws-valor-edit
                      delimited by size into reg-pagamento
               write reg-pagamento
           end-if

           move ws-pool-rateio to ws-valor-edit
           move spaces to reg-pagamento
           string "Bolo rateado entre as faixas: R$ " ws-valor-edit
                  delimited by size into reg-pagamento
           write reg-pagamento

           move spaces to reg-pagamento
           string "Ganhadores: sena " ws-ganh-sena
                  " quina " ws-ganh-quina
                  delimited by size into reg-pagamento
           write reg-pagamento

           move ws-reserva-nova to ws-valor-acum-edit
           move spaces to reg-pagamento
           string "RESERVA ESPECIAL do jogo apos este concurso: R$ "
                  ws-valor-acum-edit
                  delimited by size into reg-pagamento
           write reg-pagamento

           *> segunda passada pelas apostas do concurso, gravando um
           *> registro no razao e uma linha de pagamento por ganhador.
           move low-values to ap-numero-aposta
           move "A"                  to prem-situacao
           move 0                    to prem-data-pagamento
           move spaces               to prem-operador-pagto
           move 0                    to prem-valor-ir
           move 0                    to prem-valor-liquido
           write reg-premio

           move ws-valor-premio to ws-valor-edit
           *> documentado e nao de quem segura o papel no caixa.
           perform identifica-cliente

           *> venda acima do limite da banca exige cliente cadastrado: o
           *> balcao e avisado antes de digitar os numeros e tem mais uma
           *> chance de identificar o cliente; sem ele a aposta nao sai.
           compute ws-valor-total =
               ws-preco-qtdd(ws-qtdd_aposta) * ws-qtdd-concursos
           if ws-valor-total > ws-pld-limite-venda and ws-cliente-id = 0
               move ws-pld-limite-venda to ws-valor-edit
               display " Venda acima de R$ " ws-valor-edit
                       " exige cliente cadastrado. " at 2016
               perform identifica-cliente
               if ws-cliente-id = 0
                   move "S" to ws-aposta-invalida
                   display " Aposta recusada: cliente cadastrado"
                           " obrigatorio para este valor. " at 2116
               end-if
           end-if

           *> surpresinha: o sistema escolhe os numeros aleatoriamente
           *> dentro do volante do jogo, passando depois pela mesma
           *> validacao de faixa/duplicidade dos numeros digitados.
           *> desdobramento: o cliente escolhe mais numeros e uma garantia
           *> e o sistema gera e grava o grupo inteiro de apostas do
           *> tamanho ja informado (ver desdobramento).
           if not aposta-invalida
               display " Numeros: (1) Digitar (2) Surpresinha (3) Desdobramento " at 1322
               accept ws-tipo-escolha at 1378
           end-if

           if aposta-invalida
               continue
           else
           if escolha-surpresinha
               perform gera-surpresinha
           else
           if escolha-desdobramento
               perform desdobramento
           else
           evaluate ws-qtdd_aposta
               *> se a quantidade foi 6, irá se abrir 6 campos para que seja digitado
               *> os números escolhidos.
                          "jogo escolhido. " at 2016

           end-evaluate
           end-if
           end-if
           end-if

                   *> validação da faixa/duplicidade dos números e gravação da
                   *> aposta, comum ao fluxo interativo e ao fluxo em lote (o
                   *> desdobramento valida e grava o proprio grupo).
                   if not aposta-invalida and not escolha-desdobramento
                       perform valida-aposta
                   end-if

           .
       identifica-cliente-exit.
           exit.
      *>===========================================================================================
       desdobramento section.
      *>===========================================================================================
           *> desdobramento: o cliente escolhe de ws-qtdd_aposta + 1 ate
           *> vinte numeros e a garantia; o sistema monta o menor grupo
           *> de apostas do tamanho ja informado que consegue, mostra o
           *> grupo e o valor total e so grava depois da confirmacao.
           perform pede-numeros-desdobramento

           if not aposta-invalida
               perform pede-garantia-desdobramento
           end-if

           if not aposta-invalida
               perform gera-desdobramento
               if dd-estourou
                   move "S" to ws-aposta-invalida
                   display " Desdobramento passaria de " ws-dd-max-apostas
                           " apostas: menos numeros ou garantia menor. " at 2016
               end-if
           end-if

           if not aposta-invalida
               perform confirma-desdobramento
           end-if

           .
       desdobramento-exit.
           exit.
      *>===========================================================================================
       pede-numeros-desdobramento section.
      *>===========================================================================================
           *> numeros escolhidos pelo cliente: duas linhas de ate dez
           *> campos, nas mesmas colunas da aposta digitada (a segunda e
           *> a linha da pergunta do cliente, ja respondida). os numeros
           *> ficam em ordem crescente, como o grupo e o comprovante.
           move ws-dd-max-numeros to ws-dd-r
           if ws-pool-size < ws-dd-r
               move ws-pool-size to ws-dd-r
           end-if
           compute ws-dd-n = ws-qtdd_aposta + 1

           display " Quantos numeros o cliente escolheu? " at 1422
           accept ws-dd-qtdd at 1460

           if ws-dd-qtdd < ws-dd-n or ws-dd-qtdd > ws-dd-r
               move "S" to ws-aposta-invalida
               display " O desdobramento pede de " ws-dd-n " a " ws-dd-r
                       " numeros. " at 2016
           else
               move spaces to ws-dd-linha-numeros
               display " Escolha os numeros do desdobramento:   " at 1422
               display ws-dd-linha-numeros at 1601
               move zeros to ws-dd-numeros
               perform varying ws-dd-i from 1 by 1 until ws-dd-i > ws-dd-qtdd
                   if ws-dd-i <= 10
                       compute ws-dd-posicao = 1519 + (ws-dd-i - 1) * 4
                   else
                       compute ws-dd-posicao = 1619 + (ws-dd-i - 11) * 4
                   end-if
                   accept ws-dd-num(ws-dd-i) at ws-dd-posicao
               end-perform

               perform varying ws-dd-i from 1 by 1 until ws-dd-i >= ws-dd-qtdd
                   compute ws-dd-j = ws-dd-i + 1
                   perform varying ws-dd-j from ws-dd-j by 1 until ws-dd-j > ws-dd-qtdd
                       if ws-dd-num(ws-dd-j) < ws-dd-num(ws-dd-i)
                           move ws-dd-num(ws-dd-i) to ws-dd-x
                           move ws-dd-num(ws-dd-j) to ws-dd-num(ws-dd-i)
                           move ws-dd-x            to ws-dd-num(ws-dd-j)
                       end-if
                   end-perform
               end-perform

               *> em ordem, fora da faixa so pode estar o primeiro (zero)
               *> ou o ultimo, e numero repetido fica lado a lado.
               if ws-dd-num(1) = 0 or ws-dd-num(ws-dd-qtdd) > ws-pool-size
                   move "S" to ws-aposta-invalida
                   display " Os numeros escolhidos devem estar entre 01 e "
                           ws-pool-size at 2016
               else
                   perform varying ws-dd-i from 2 by 1 until ws-dd-i > ws-dd-qtdd
                       if ws-dd-num(ws-dd-i) = ws-dd-num(ws-dd-i - 1)
                           move "S" to ws-aposta-invalida
                       end-if
                   end-perform
                   if aposta-invalida
                       display " Os numeros escolhidos nao podem se repetir " at 2016
                   end-if
               end-if
           end-if

           .
       pede-numeros-desdobramento-exit.
           exit.
      *>===========================================================================================
       pede-garantia-desdobramento section.
      *>===========================================================================================
           *> garantia: se tantos dos numeros escolhidos forem sorteados,
           *> ao menos uma aposta do grupo tem todos eles. nao pode passar
           *> do tamanho da aposta.
           display " Garantia: (4) Quadra (5) Quina (6) Sena " at 1822
           accept ws-dd-garantia at 1864

           if ws-dd-garantia < 4 or ws-dd-garantia > 6
                                 or ws-dd-garantia > ws-qtdd_aposta
               move "S" to ws-aposta-invalida
               display " Garantia deve ser 4, 5 ou 6 e nao passar de "
                       ws-qtdd_aposta " numeros. " at 2016
           else
               evaluate ws-dd-garantia
                   when 4
                       move "QUADRA" to ws-dd-nome-faixa
                   when 5
                       move "QUINA"  to ws-dd-nome-faixa
                   when other
                       move "SENA"   to ws-dd-nome-faixa
               end-evaluate
           end-if

           .
       pede-garantia-desdobramento-exit.
           exit.
      *>===========================================================================================
       gera-desdobramento section.
      *>===========================================================================================
           *> cobertura gulosa: as combinacoes da garantia entre os
           *> numeros escolhidos sao percorridas em ordem; cada uma ainda
           *> descoberta abre uma aposta nova, completada numero a numero
           *> com o que mais cobre combinacoes ainda descobertas (empate:
           *> o numero menos usado no grupo, depois o menor). cada aposta
           *> pronta marca como cobertas todas as suas combinacoes.
           perform dd-calcula-binomios
           move ws-dd-bin(ws-dd-qtdd + 1, ws-dd-garantia + 1)
                                          to ws-dd-qtdd-combinacoes
           perform varying ws-dd-ordem from 1 by 1
                   until ws-dd-ordem > ws-dd-qtdd-combinacoes
               move "N" to ws-dd-coberta(ws-dd-ordem)
           end-perform
           move zeros to ws-dd-usos
           move 0     to ws-dd-qtdd-apostas
           move "N"   to ws-dd-estourou

           move 1              to ws-dd-cur
           move ws-dd-qtdd     to ws-dd-cur-m(1)
           move ws-dd-garantia to ws-dd-cur-r(1)
           perform dd-primeiro-subconj

           perform until ws-dd-cur-fim(1) = "S" or dd-estourou
               perform varying ws-dd-i from 1 by 1 until ws-dd-i > ws-dd-garantia
                   move ws-dd-cur-s(1, ws-dd-i) to ws-dd-q(ws-dd-i)
               end-perform
               move ws-dd-garantia to ws-dd-q-qtdd
               perform dd-calcula-ordem

               if ws-dd-coberta(ws-dd-ordem) = "N"
                   if ws-dd-qtdd-apostas >= ws-dd-max-apostas
                       move "S" to ws-dd-estourou
                   else
                       perform dd-monta-aposta
                   end-if
               end-if

               move 1 to ws-dd-cur
               perform dd-proximo-subconj
           end-perform

           .
       gera-desdobramento-exit.
           exit.
      *>===========================================================================================
       dd-calcula-binomios section.
      *>===========================================================================================
           *> triangulo de pascal: ws-dd-bin(n + 1, r + 1) = C(n,r).
           perform varying ws-dd-i from 1 by 1 until ws-dd-i > 21
               move 1 to ws-dd-bin(ws-dd-i, 1)
               perform varying ws-dd-j from 2 by 1 until ws-dd-j > 7
                   if ws-dd-i = 1
                       move 0 to ws-dd-bin(ws-dd-i, ws-dd-j)
                   else
                       compute ws-dd-bin(ws-dd-i, ws-dd-j) =
                           ws-dd-bin(ws-dd-i - 1, ws-dd-j - 1)
                         + ws-dd-bin(ws-dd-i - 1, ws-dd-j)
                   end-if
               end-perform
           end-perform

           .
       dd-calcula-binomios-exit.
           exit.
      *>===========================================================================================
       dd-primeiro-subconj section.
      *>===========================================================================================
           *> primeira combinacao (1, 2, ..., r) do cursor ws-dd-cur,
           *> tomada de 1 ate ws-dd-cur-m.
           perform varying ws-dd-k from 1 by 1
                   until ws-dd-k > ws-dd-cur-r(ws-dd-cur)
               move ws-dd-k to ws-dd-cur-s(ws-dd-cur, ws-dd-k)
           end-perform
           move "N" to ws-dd-cur-fim(ws-dd-cur)

           .
       dd-primeiro-subconj-exit.
           exit.
      *>===========================================================================================
       dd-proximo-subconj section.
      *>===========================================================================================
           *> proxima combinacao em ordem lexicografica: a posicao mais a
           *> direita que ainda pode subir sobe uma unidade e as seguintes
           *> vem logo atras dela; sem posicao assim o cursor acabou.
           move 0 to ws-dd-achado
           perform varying ws-dd-k from ws-dd-cur-r(ws-dd-cur) by -1
                   until ws-dd-k < 1 or ws-dd-achado > 0
               if ws-dd-cur-s(ws-dd-cur, ws-dd-k) <
                  ws-dd-cur-m(ws-dd-cur) - ws-dd-cur-r(ws-dd-cur) + ws-dd-k
                   move ws-dd-k to ws-dd-achado
               end-if
           end-perform

           if ws-dd-achado = 0
               move "S" to ws-dd-cur-fim(ws-dd-cur)
           else
               add 1 to ws-dd-cur-s(ws-dd-cur, ws-dd-achado)
               compute ws-dd-k = ws-dd-achado + 1
               perform varying ws-dd-k from ws-dd-k by 1
                       until ws-dd-k > ws-dd-cur-r(ws-dd-cur)
                   compute ws-dd-cur-s(ws-dd-cur, ws-dd-k) =
                       ws-dd-cur-s(ws-dd-cur, ws-dd-k - 1) + 1
               end-perform
           end-if

           .
       dd-proximo-subconj-exit.
           exit.
      *>===========================================================================================
       dd-calcula-ordem section.
      *>===========================================================================================
           *> posicao da combinacao ws-dd-q (crescente) na tabela de
           *> cobertura: soma de C(q(i) - 1, i), mais um.
           move 1 to ws-dd-ordem
           perform varying ws-dd-m from 1 by 1 until ws-dd-m > ws-dd-q-qtdd
               move ws-dd-q(ws-dd-m) to ws-dd-pq
               add ws-dd-bin(ws-dd-pq, ws-dd-m + 1) to ws-dd-ordem
           end-perform

           .
       dd-calcula-ordem-exit.
           exit.
      *>===========================================================================================
       dd-monta-aposta section.
      *>===========================================================================================
           *> nova aposta do grupo a partir da combinacao descoberta em
           *> ws-dd-q, completada ate ws-qtdd_aposta numeros.
           perform varying ws-dd-i from 1 by 1 until ws-dd-i > ws-dd-garantia
               move ws-dd-q(ws-dd-i) to ws-dd-tk(ws-dd-i)
           end-perform
           move ws-dd-garantia to ws-dd-tk-qtdd

           perform until ws-dd-tk-qtdd >= ws-qtdd_aposta
               perform dd-escolhe-numero
               perform dd-insere-numero
           end-perform

           add 1 to ws-dd-qtdd-apostas
           move zeros to ws-dd-aposta(ws-dd-qtdd-apostas)
           perform varying ws-dd-i from 1 by 1 until ws-dd-i > ws-qtdd_aposta
               move ws-dd-tk(ws-dd-i) to ws-dd-p
               move ws-dd-p to ws-dd-pos(ws-dd-qtdd-apostas, ws-dd-i)
               add 1 to ws-dd-uso(ws-dd-p)
           end-perform

           perform dd-marca-bilhete

           .
       dd-monta-aposta-exit.
           exit.
      *>===========================================================================================
       dd-escolhe-numero section.
      *>===========================================================================================
           *> entre os numeros escolhidos ainda fora da aposta em
           *> montagem, o que cobre mais combinacoes descobertas.
           move 0 to ws-dd-melhor
           move 0 to ws-dd-melhor-ganho
           perform varying ws-dd-x from 1 by 1 until ws-dd-x > ws-dd-qtdd
               move "N" to ws-dd-no-bilhete
               perform varying ws-dd-n from 1 by 1 until ws-dd-n > ws-dd-tk-qtdd
                   if ws-dd-tk(ws-dd-n) = ws-dd-x
                       move "S" to ws-dd-no-bilhete
                   end-if
               end-perform

               if not dd-no-bilhete
                   perform dd-conta-ganho
                   if ws-dd-melhor = 0
                       move ws-dd-x     to ws-dd-melhor
                       move ws-dd-ganho to ws-dd-melhor-ganho
                   else
                   if ws-dd-ganho > ws-dd-melhor-ganho
                      or (ws-dd-ganho = ws-dd-melhor-ganho and
                          ws-dd-uso(ws-dd-x) < ws-dd-uso(ws-dd-melhor))
                       move ws-dd-x     to ws-dd-melhor
                       move ws-dd-ganho to ws-dd-melhor-ganho
                   end-if
                   end-if
               end-if
           end-perform

           .
       dd-escolhe-numero-exit.
           exit.
      *>===========================================================================================
       dd-conta-ganho section.
      *>===========================================================================================
           *> quantas combinacoes ainda descobertas o numero ws-dd-x
           *> fecharia junto com garantia - 1 numeros da aposta em
           *> montagem (cursor 2 sobre as posicoes de ws-dd-tk).
           move 0 to ws-dd-ganho
           move 2 to ws-dd-cur
           move ws-dd-tk-qtdd to ws-dd-cur-m(2)
           compute ws-dd-cur-r(2) = ws-dd-garantia - 1
           perform dd-primeiro-subconj

           perform until ws-dd-cur-fim(2) = "S"
               move 0   to ws-dd-q-qtdd
               move "N" to ws-dd-x-posto
               perform varying ws-dd-n from 1 by 1 until ws-dd-n > ws-dd-cur-r(2)
                   move ws-dd-cur-s(2, ws-dd-n) to ws-dd-p
                   if ws-dd-x-posto = "N" and ws-dd-x < ws-dd-tk(ws-dd-p)
                       add 1 to ws-dd-q-qtdd
                       move ws-dd-x to ws-dd-q(ws-dd-q-qtdd)
                       move "S" to ws-dd-x-posto
                   end-if
                   add 1 to ws-dd-q-qtdd
                   move ws-dd-tk(ws-dd-p) to ws-dd-q(ws-dd-q-qtdd)
               end-perform
               if ws-dd-x-posto = "N"
                   add 1 to ws-dd-q-qtdd
                   move ws-dd-x to ws-dd-q(ws-dd-q-qtdd)
               end-if

               perform dd-calcula-ordem
               if ws-dd-coberta(ws-dd-ordem) = "N"
                   add 1 to ws-dd-ganho
               end-if

               perform dd-proximo-subconj
           end-perform

           .
       dd-conta-ganho-exit.
           exit.
      *>===========================================================================================
       dd-insere-numero section.
      *>===========================================================================================
           *> poe ws-dd-melhor na aposta em montagem, mantendo a ordem.
           move ws-dd-tk-qtdd to ws-dd-n
           move "N" to ws-dd-x-posto
           perform until ws-dd-x-posto = "S"
               if ws-dd-n = 0
                   move "S" to ws-dd-x-posto
               else
               if ws-dd-tk(ws-dd-n) < ws-dd-melhor
                   move "S" to ws-dd-x-posto
               else
                   move ws-dd-tk(ws-dd-n) to ws-dd-tk(ws-dd-n + 1)
                   subtract 1 from ws-dd-n
               end-if
               end-if
           end-perform
           move ws-dd-melhor to ws-dd-tk(ws-dd-n + 1)
           add 1 to ws-dd-tk-qtdd

           .
       dd-insere-numero-exit.
           exit.
      *>===========================================================================================
       dd-marca-bilhete section.
      *>===========================================================================================
           *> toda combinacao da garantia dentro da aposta pronta fica
           *> coberta.
           move 2 to ws-dd-cur
           move ws-qtdd_aposta to ws-dd-cur-m(2)
           move ws-dd-garantia to ws-dd-cur-r(2)
           perform dd-primeiro-subconj

           perform until ws-dd-cur-fim(2) = "S"
               perform varying ws-dd-n from 1 by 1 until ws-dd-n > ws-dd-garantia
                   move ws-dd-cur-s(2, ws-dd-n) to ws-dd-p
                   move ws-dd-tk(ws-dd-p) to ws-dd-q(ws-dd-n)
               end-perform
               move ws-dd-garantia to ws-dd-q-qtdd
               perform dd-calcula-ordem
               move "S" to ws-dd-coberta(ws-dd-ordem)

               perform dd-proximo-subconj
           end-perform

           .
       dd-marca-bilhete-exit.
           exit.
      *>===========================================================================================
       monta-linha-desdobramento section.
      *>===========================================================================================
           *> numeros da aposta ws-dd-a do grupo, separados por espaco.
           move spaces to ws-dd-linha-numeros
           move 1 to ws-dd-ptr
           perform varying ws-dd-j from 1 by 1 until ws-dd-j > ws-qtdd_aposta
               move ws-dd-pos(ws-dd-a, ws-dd-j) to ws-dd-p
               string ws-dd-num(ws-dd-p) " " delimited by size
                      into ws-dd-linha-numeros with pointer ws-dd-ptr
           end-perform

           .
       monta-linha-desdobramento-exit.
           exit.
      *>===========================================================================================
       confirma-desdobramento section.
      *>===========================================================================================
           *> o cliente ve o grupo e o valor total antes de pagar; o
           *> limite de prevencao a lavagem vale para o total do grupo.
           compute ws-dd-valor-total =
               ws-dd-qtdd-apostas * ws-preco-qtdd(ws-qtdd_aposta)
                                  * ws-qtdd-concursos

           display erase
           display " Desdobramento de " ws-dd-qtdd " numeros em "
                   ws-dd-qtdd-apostas " apostas de " ws-qtdd_aposta
                   " numeros, garantia de " ws-dd-nome-faixa
           perform varying ws-dd-a from 1 by 1 until ws-dd-a > ws-dd-qtdd-apostas
               perform monta-linha-desdobramento
               display "   " ws-dd-a ": " ws-dd-linha-numeros
           end-perform
           move ws-dd-valor-total to ws-valor-edit
           display " Valor total do grupo: R$ " ws-valor-edit
           if ws-qtdd-concursos > 1
               display " (teimosinha de " ws-qtdd-concursos
                       " concursos em cada aposta)"
           end-if

           if ws-dd-valor-total > ws-pld-limite-venda and ws-cliente-id = 0
               move "S" to ws-aposta-invalida
               move ws-pld-limite-venda to ws-valor-edit
               display " Venda acima de R$ " ws-valor-edit
                       " sem cliente cadastrado: desdobramento recusado. "
           else
               display " Confirma o desdobramento? (S/N) "
               accept ws-dd-confirma
               if ws-dd-confirma = "S" or ws-dd-confirma = "s"
                   perform grava-desdobramento
               else
                   move "S" to ws-aposta-invalida
                   display " Desdobramento abandonado: nenhuma aposta gravada. "
               end-if
           end-if

           .
       confirma-desdobramento-exit.
           exit.
      *>===========================================================================================
       grava-desdobramento section.
      *>===========================================================================================
           *> cada aposta do grupo passa por grava-aposta (concurso
           *> aberto, corte, limite por aposta, jornal e controle) levando
           *> como grupo o numero da primeira delas. se o concurso fechar
           *> no meio, o que ja foi gravado fica e sai no comprovante.
           move ws-proximo-numero-aposta to ws-grupo-atual
           move "S" to ws-gravando-grupo
           move 0   to ws-dd-gravadas
           move "N" to ws-concurso-recusado
           move "N" to ws-cliente-exigido

           perform varying ws-dd-a from 1 by 1
                   until ws-dd-a > ws-dd-qtdd-apostas
                      or concurso-recusado or cliente-exigido
               move zeros to ws-numeros-apostados
               perform varying ws-dd-j from 1 by 1 until ws-dd-j > ws-qtdd_aposta
                   move ws-dd-pos(ws-dd-a, ws-dd-j) to ws-dd-p
                   move ws-dd-num(ws-dd-p) to ws-num-tab(ws-dd-j)
               end-perform

               perform grava-aposta

               if not concurso-recusado and not cliente-exigido
                   add 1 to ws-dd-gravadas
                   move ap-numero-aposta to ws-dd-numero-aposta(ws-dd-a)
                   move ws-codigo-verif  to ws-dd-codigo(ws-dd-a)
               end-if
           end-perform

           move "N" to ws-gravando-grupo

           if ws-dd-gravadas > 0
               perform grava-comprovante-grupo
           end-if
           if ws-dd-gravadas < ws-dd-qtdd-apostas
               display " Grupo " ws-grupo-atual " gravado so em parte: "
                       ws-dd-gravadas " de " ws-dd-qtdd-apostas
                       " apostas (cancelar em LoteriaManutencao). "
           end-if

           move 0 to ws-grupo-atual

           .
       grava-desdobramento-exit.
           exit.
      *>===========================================================================================
       grava-comprovante-grupo section.
      *>===========================================================================================
           *> uma so via para o grupo inteiro, acrescentada a
           *> COMPROVANTE.TXT: numeros escolhidos, garantia, cada aposta
           *> com seu codigo de autenticacao e o valor total cobrado.
           open extend comprovante-file
           if ws-fs-comprovante <> "00"
               open output comprovante-file
           end-if

           move all "-" to reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           string " COMPROVANTE DE DESDOBRAMENTO - GRUPO " ws-grupo-atual
                  delimited by size into reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           if ap-concurso-final > ap-concurso
               string " Jogo " ap-jogo-id "  concursos " ap-concurso
                      " a " ap-concurso-final
                      delimited by size into reg-comprovante
           else
               string " Jogo " ap-jogo-id "  concurso " ap-concurso
                      delimited by size into reg-comprovante
           end-if
           write reg-comprovante

           move spaces to reg-comprovante
           string " Operador " ws-operador "  emitido em "
                  ap-data-venda " " ap-hora-venda
                  delimited by size into reg-comprovante
           write reg-comprovante

           if ws-cliente-id > 0
               move spaces to reg-comprovante
               string " Cliente " ws-cliente-id " " cli-nome
                      delimited by size into reg-comprovante
               write reg-comprovante
           end-if

           move spaces to ws-dd-linha-numeros
           move 1 to ws-dd-ptr
           perform varying ws-dd-i from 1 by 1 until ws-dd-i > ws-dd-qtdd
               string ws-dd-num(ws-dd-i) " " delimited by size
                      into ws-dd-linha-numeros with pointer ws-dd-ptr
           end-perform
           move spaces to reg-comprovante
           string " Numeros escolhidos: " ws-dd-linha-numeros
                  delimited by size into reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           string " Garantia: " ws-dd-nome-faixa "  apostas de "
                  ws-qtdd_aposta " numeros"
                  delimited by size into reg-comprovante
           write reg-comprovante

           perform varying ws-dd-a from 1 by 1 until ws-dd-a > ws-dd-gravadas
               perform monta-linha-desdobramento
               move spaces to reg-comprovante
               string " Aposta " ws-dd-numero-aposta(ws-dd-a) "  "
                      ws-dd-linha-numeros(1:31) " codigo "
                      ws-dd-codigo(ws-dd-a)
                      delimited by size into reg-comprovante
               write reg-comprovante
           end-perform

           compute ws-dd-valor-total =
               ws-dd-gravadas * ws-preco-qtdd(ws-qtdd_aposta)
                              * ws-qtdd-concursos
           move ws-dd-valor-total to ws-valor-edit
           move spaces to reg-comprovante
           string " " ws-dd-gravadas " apostas - valor total R$ "
                  ws-valor-edit
                  delimited by size into reg-comprovante
           write reg-comprovante

           move all "-" to reg-comprovante
           write reg-comprovante

           close comprovante-file

           display " Comprovante do grupo " ws-grupo-atual " ("
                   ws-dd-gravadas " apostas) gravado em COMPROVANTE.TXT. "

           .
       grava-comprovante-grupo-exit.
           exit.
      *>===========================================================================================
       gera-surpresinha section.
      *>===========================================================================================
           *> ou apurado, cujo resultado oficial pode ja ter chegado.
           move "N" to ws-concurso-recusado
           move "N" to ws-corte-vencido
           move "N" to ws-cliente-exigido
           move ws-concurso-atual to conc-numero
           read concurso-file
               invalid key move "S" to ws-concurso-recusado
               end-if
           end-if

           *> prevencao a lavagem de dinheiro: acima do limite da banca o
           *> total da venda so e gravado com cliente cadastrado (vale
           *> tambem para o lote, cujas apostas nunca tem cliente).
           compute ws-valor-total =
               ws-preco-qtdd(ws-qtdd_aposta) * ws-qtdd-concursos
           if ws-valor-total > ws-pld-limite-venda and ws-cliente-id = 0
               move "S" to ws-cliente-exigido
           end-if

           if corte-vencido
               display " Concurso " ws-concurso-atual
                       " passou do corte de apostas ("
           if concurso-recusado
               display " Concurso " ws-concurso-atual
                       " nao esta aberto: aposta recusada. "
           else
           if cliente-exigido
               move ws-pld-limite-venda to ws-valor-edit
               display " Venda acima de R$ " ws-valor-edit
                       " sem cliente cadastrado: aposta recusada. "
           else
               move ws-proximo-numero-aposta            to ap-numero-aposta
               move ws-operador                          to ap-operador
               *> dono documentado do bilhete (zero quando o cliente nao
               *> tem cadastro ou a aposta veio do lote).
               move ws-cliente-id                        to ap-cliente-id

               *> aposta avulsa tem grupo zero; a de desdobramento leva o
               *> numero da primeira aposta do grupo.
               move ws-grupo-atual                       to ap-grupo
               compute ws-valor-total = ap-valor * ws-qtdd-concursos
               move ws-valor-total to ws-valor-edit
               if not gravando-grupo
                   display " Valor cobrado pela aposta: R$ " ws-valor-edit
                   if ws-qtdd-concursos > 1
                       display " (teimosinha de " ws-qtdd-concursos
                               " concursos, do " ap-concurso
                               " ao " ap-concurso-final ")"
                   end-if
               end-if
               move ws-num1                              to ap-num(1)
               move ws-num2                              to ap-num(2)
               move ws-num9                              to ap-num(9)
               move ws-num10                             to ap-num(10)

               *> momento da venda, para o monitor de operacoes suspeitas.
               move function current-date(1:8)          to ap-data-venda
               move function current-date(9:6)          to ap-hora-venda

               write reg-aposta
                   invalid key display " Erro ao gravar aposta: " ws-fs-apostas
               end-write
               move reg-aposta    to jor-depois
               perform grava-jornal

               *> codigo de autenticacao impresso no comprovante: e ele
               *> que o caixa pede antes de pagar um premio desta aposta.
               perform calcula-codigo-verif
               if not gravando-grupo
                   display " Aposta " ap-numero-aposta
                           " codigo de autenticacao: " ws-codigo-verif
               end-if

               move ap-numero-aposta to ws-numero-aposta-atual
               add 1 to ws-proximo-numero-aposta

               perform grava-controle
           end-if
           end-if
           end-if

           .
       grava-aposta-exit.
           exit.
      *>===========================================================================================
       calcula-codigo-verif section.
      *>===========================================================================================
           *> codigo de autenticacao da aposta em reg-aposta: os digitos
           *> dos campos que decidem o premio sao acumulados um a um,
           *> cada qual pesado pela chave da banca, modulo um primo de
           *> oito digitos. trocar qualquer numero, o concurso, o jogo ou
           *> o valor muda o codigo. mesmo calculo em LoteriaManutencao e
           *> LoteriaCaixa.
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
       verifica-corte section.
      *>===========================================================================================
           close jornal-file
           close clientes-file
           close acumulado-file
           close reserva-file

           Stop Run

