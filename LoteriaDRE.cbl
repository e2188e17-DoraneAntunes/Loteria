      $set sourceformat"free"
       identification division.
       program-id. "LoteriaDRE".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>demonstrativo de resultado (DRE) mensal por jogo: FECHAMENTO.TXT,
      *>PAGAMENTOS.TXT e CAIXA.TXT falam cada um de um concurso ou de uma
      *>corrida; o dono quer o mes inteiro de cada jogo, lado a lado com o
      *>mes anterior e com o mesmo mes do ano anterior. para cada mes:
      *>  - arrecadacao: apostas ativas vendidas no mes (vivas em
      *>    APOSTAS.DAT e arquivadas em APOSTAS_HIST.DAT), a teimosinha
      *>    pelo total cobrado no dia da venda (mesma regra da remessa);
      *>  - comissao da banca: a arrecadacao vezes a comissao do jogo
      *>    (jogo-comissao em JOGOS.DAT, a mesma do LoteriaRemessa);
      *>  - repasse a administradora: a regra da remessa semanal, no mes
      *>    (arrecadacao menos a comissao, menos os premios pagos no
      *>    caixa, mais os estornos de premios que tinham sido pagos);
      *>  - bolo de premios: a parte da arrecadacao destinada aos premios
      *>    (60%, a mesma regra de calcula-premios em Loteria.cbl), de
      *>    onde saem tambem o fundo acumulado e a reserva especial — e
      *>    dinheiro da administradora, mostrado so como informacao;
      *>  - premios apurados no mes e premios pagos no caixa no mes
      *>    (PREMIOS.DAT, pelo valor bruto);
      *>  - premios prescritos no mes: a pagar, sem reclamacao, cujo prazo
      *>    de prescricao (informado, padrao 90 dias como no LoteriaCaixa)
      *>    venceu dentro do mes; ficam com a banca;
      *>  - estornos: apostas canceladas (venda devolvida) e premios
      *>    estornados por apuracao desfeita (lancamento R do razao);
      *>  - movimento do fundo ACUMULADO.DAT e da reserva especial
      *>    RESERVA.DAT: o saldo no inicio do mes e o rh-acum-anterior (e
      *>    rh-reserva-anterior) do primeiro concurso do jogo apurado no
      *>    mes ou depois dele em RESULTADOS.DAT; sem concurso posterior,
      *>    vale o saldo corrente do fundo;
      *>  - margem da banca: a comissao mais os premios prescritos
      *>    retidos.
      *>o jogo de um premio vem do concurso dele em CONCURSOS.DAT. cada
      *>jogo do cadastro (e o jogo 00, de premio com concurso fora do
      *>cadastro, quando houver) sai em DRE_JJ_AAAAMM.TXT; todos os jogos
      *>vao juntos para DRE_AAAAMM.CSV, separado por ponto e virgula e com
      *>virgula decimal, para o contador abrir na planilha. exige operador
      *>de nivel 2 ou 3.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select dre-file assign to ws-nome-dre
               organization is line sequential
               file status is ws-fs-dre.
           select csv-file assign to ws-nome-csv
               organization is line sequential
               file status is ws-fs-csv.
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
           select resultados-hist-file assign to "RESULTADOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is rh-concurso
               file status is ws-fs-resultados-hist.
           select concurso-file assign to "CONCURSOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is conc-numero
               file status is ws-fs-concurso.
           select jogo-file assign to "JOGOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is jogo-id
               file status is ws-fs-jogo.
           select acumulado-file assign to "ACUMULADO.DAT"
               organization is indexed
               access mode is dynamic
               record key is acum-jogo-id
               file status is ws-fs-acumulado.
           select reserva-file assign to "RESERVA.DAT"
               organization is indexed
               access mode is dynamic
               record key is rsv-jogo-id
               file status is ws-fs-reserva.
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-fs-operadores.
       I-O-Control.

       data division.
       file section.

      *>demonstrativo impresso de um jogo.
       fd  dre-file.
       01  reg-dre                                  pic x(132).

      *>versao para planilha, todos os jogos.
       fd  csv-file.
       01  reg-csv                                  pic x(200).

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

      *>banco historico dos resultados oficiais, mesmo layout de
      *>Loteria.cbl: os fundos de antes de cada apuracao dao o saldo do
      *>acumulado e da reserva em cada ponto do tempo.
       fd  resultados-hist-file.
       01  reg-resultado-hist.
           05 rh-concurso                           pic 9(06).
           05 rh-jogo-id                            pic 9(02).
           05 rh-data                               pic 9(08).
           05 rh-numeros.
               10 rh-num                            pic 9(02) occurs 6 times.
           05 rh-acum-anterior                      pic 9(11)v99.
           05 rh-reserva-anterior                   pic 9(11)v99.

      *>cadastro mestre de concursos, mesmo layout de Loteria.cbl: da o
      *>jogo de cada premio.
       fd  concurso-file.
       01  reg-concurso.
           05 conc-numero                           pic 9(06).
           05 conc-jogo-id                          pic 9(02).
           05 conc-data-abertura                    pic 9(08).
           05 conc-data-corte                       pic 9(08).
           05 conc-hora-corte                       pic 9(06).
           05 conc-status                           pic x(01).
           05 conc-tipo                             pic x(01).

      *>cadastro de jogos, mesmo layout de Loteria.cbl.
       fd  jogo-file.
       01  reg-jogo.
           05 jogo-id                               pic 9(02).
           05 jogo-descricao                        pic x(20).
           05 jogo-min                              pic 9(02).
           05 jogo-max                              pic 9(02).
           05 jogo-pool                             pic 9(02).
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

      *>fundo acumulado corrente por jogo, mesmo layout de Loteria.cbl.
       fd  acumulado-file.
       01  reg-acumulado.
           05 acum-jogo-id                          pic 9(02).
           05 acum-valor                            pic 9(11)v99.

      *>reserva especial corrente por jogo, mesmo layout de Loteria.cbl.
       fd  reserva-file.
       01  reg-reserva.
           05 rsv-jogo-id                           pic 9(02).
           05 rsv-valor                             pic 9(11)v99.

      *>cadastro mestre de operadores, mesmo layout de Loteria.cbl.
       fd  operadores-file.
       01  reg-operador.
           05 op-id                                 pic x(10).
           05 op-nome                               pic x(30).
           05 op-senha                              pic x(10).
           05 op-ativo                              pic x(01).
               88 operador-ativo                    value "A".
           05 op-nivel                              pic 9(01).

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-dre                                pic x(02) value "00".
       77 ws-fs-csv                                pic x(02) value "00".
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-fs-premios                            pic x(02) value "00".
       77 ws-fs-resultados-hist                    pic x(02) value "00".
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-fs-jogo                               pic x(02) value "00".
       77 ws-fs-acumulado                          pic x(02) value "00".
       77 ws-fs-reserva                            pic x(02) value "00".
       77 ws-fs-operadores                         pic x(02) value "00".
       77 ws-concurso-disponivel                   pic x(01) value "N".
           88 concurso-disponivel                  value "S".
       77 ws-acumulado-disponivel                  pic x(01) value "N".
           88 acumulado-disponivel                 value "S".
       77 ws-reserva-disponivel                    pic x(01) value "N".
           88 reserva-disponivel                   value "S".

       77 ws-operador                              pic x(10) value spaces.
       77 ws-senha                                 pic x(10) value spaces.
       77 ws-login-ok                              pic x(01) value "N".
           88 login-ok                             value "S".
       77 ws-tentativas-login                      pic 9(01) value 0.
       77 ws-nivel-operador                        pic 9(01) value 0.

       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-nome-dre                              pic x(30) value spaces.
       77 ws-nome-csv                              pic x(30) value spaces.

      *>mes de referencia e os dois meses de comparacao: (1) o mes
      *>pedido, (2) o mes anterior, (3) o mesmo mes do ano anterior.
       77 ws-mes-pedido                            pic 9(06) value 0.
       77 ws-mes-ok                                pic x(01) value "N".
           88 mes-ok                               value "S".
       01 ws-meses.
           05 ws-per-mes                           pic 9(06) occurs 3 times.
       01 ws-mes-calculo.
           05 ws-mc-ano                            pic 9(04).
           05 ws-mc-mes                            pic 9(02).
       77 ws-p                                     pic 9(01) value 0.

      *>data em exame, com o mes a parte para achar o periodo dela.
       01 ws-data-teste.
           05 ws-teste-mes                         pic 9(06).
           05 ws-teste-dia                         pic 9(02).

      *>prescricao: prazo em dias corridos desde a apuracao, como no
      *>relatorio de nao reclamados do LoteriaCaixa.
       77 ws-dias-prescricao                       pic 9(04) value 0.
       77 ws-data-prescricao                       pic 9(08) value 0.

      *>parte da arrecadacao que vai para o bolo de premios (ver
      *>calcula-premios em Loteria.cbl).
       77 ws-bolo-perc                             pic 9(02)v99 value 60,00.

      *>movimento acumulado por jogo (jogo-id + 1, o jogo 00 na posicao
      *>1) e por mes de comparacao.
       77 ws-jx                                    pic 9(03) value 0.
       01 ws-tabela-dre.
           05 ws-dre-jogo occurs 100 times.
               10 ws-dre-cadastrado                pic x(01).
               10 ws-dre-movimento                 pic x(01).
               10 ws-dre-descricao                 pic x(20).
               10 ws-dre-comissao                  pic 9(02)v99.
               10 ws-dre-per occurs 3 times.
                   15 ws-dre-qtdd-apostas          pic 9(07).
                   15 ws-dre-arrecadacao           pic 9(11)v99.
                   15 ws-dre-canceladas            pic 9(11)v99.
                   15 ws-dre-apurados              pic 9(11)v99.
                   15 ws-dre-pagos                 pic 9(11)v99.
                   15 ws-dre-prescritos            pic 9(11)v99.
                   15 ws-dre-estornados            pic 9(11)v99.
                   15 ws-dre-pg-estornados         pic 9(11)v99.
                   15 ws-dre-concursos             pic 9(05).
                   15 ws-dre-acum-ini-ok           pic x(01).
                   15 ws-dre-acum-ini              pic 9(11)v99.
                   15 ws-dre-acum-fim-ok           pic x(01).
                   15 ws-dre-acum-fim              pic 9(11)v99.
                   15 ws-dre-rsv-ini               pic 9(11)v99.
                   15 ws-dre-rsv-fim               pic 9(11)v99.

      *>venda em exame (viva ou arquivada), numa area unica.
       77 ws-vd-jogo-id                            pic 9(02) value 0.
       77 ws-vd-status                             pic x(01) value space.
       77 ws-vd-data                               pic 9(08) value 0.
       77 ws-vd-concurso                           pic 9(06) value 0.
       77 ws-vd-concurso-final                     pic 9(06) value 0.
       77 ws-vd-valor                              pic 9(07)v99 value 0.
       77 ws-vd-concursos                          pic 9(06) value 0.
       77 ws-vd-total                              pic 9(09)v99 value 0.
       77 ws-prem-jogo-id                          pic 9(02) value 0.

      *>fundos: saldo corrente (sem apuracao depois do mes) e os dois
      *>saldos do resultado em exame.
       77 ws-acum-atual                            pic 9(11)v99 value 0.
       77 ws-rsv-atual                             pic 9(11)v99 value 0.
       77 ws-rh-acum                               pic 9(11)v99 value 0.
       77 ws-rh-rsv                                pic 9(11)v99 value 0.

      *>uma linha do demonstrativo: rotulo e os tres meses, gravada no
      *>impresso e na planilha.
       77 ws-rotulo                                pic x(42) value spaces.
       77 ws-linha-quantidade                      pic x(01) value "N".
           88 linha-quantidade                     value "S".
       01 ws-linha-valores.
           05 ws-val                               pic s9(13)v99 occurs 3 times.
       01 ws-linha-colunas.
           05 ws-col                               pic x(18) occurs 3 times.
       77 ws-comissao                              pic s9(13)v99 value 0.
       77 ws-margem                                pic s9(13)v99 value 0.
       77 ws-ptr                                   pic 9(03) value 1.
       77 ws-brancos                               pic 9(02) value 0.

       77 ws-valor-edit                            pic -zz.zzz.zzz.zz9,99.
       77 ws-qtdd-edit                             pic -zz.zzz.zzz.zz9.
       77 ws-csv-valor                             pic -(12)9,99.
       77 ws-csv-qtdd                              pic -(12)9.
       77 ws-perc-edit                             pic z9,99.
       77 ws-qtdd-jogos                            pic 9(03) value 0.

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
           *> assinatura do operador contra o cadastro mestre: o
           *> demonstrativo abre a margem da banca.
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

           if ws-nivel-operador < 2
               display " Demonstrativo mensal exige nivel 2 ou 3. "
               stop run
           end-if

           *> cadastros e fundos so para leitura: sem concursos o premio
           *> cai no jogo 00; sem o fundo o saldo corrente e zero.
           move "N" to ws-concurso-disponivel
           open input concurso-file
           if ws-fs-concurso = "00"
               move "S" to ws-concurso-disponivel
           end-if
           move "N" to ws-acumulado-disponivel
           open input acumulado-file
           if ws-fs-acumulado = "00"
               move "S" to ws-acumulado-disponivel
           end-if
           move "N" to ws-reserva-disponivel
           open input reserva-file
           if ws-fs-reserva = "00"
               move "S" to ws-reserva-disponivel
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           display " "
           display " ==== Demonstrativo mensal por jogo (DRE) ==== "
           perform pede-mes
           if mes-ok
               perform pede-prescricao
               perform zera-tabela
               perform carrega-jogos
               perform acumula-apostas
               perform acumula-apostas-hist
               perform acumula-premios
               perform acumula-resultados
               perform emite-demonstrativos
           end-if

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       pede-mes section.
      *>===========================================================================================
           *> padrao: o ultimo mes fechado. o mes corrente pode ser
           *> pedido, mas sai parcial.
           move function current-date(1:14) to ws-data-hora
           move ws-data-hora(1:8) to ws-data-hoje

           move "N" to ws-mes-ok
           display " Mes de referencia AAAAMM (0 = mes anterior): "
                   with no advancing
           accept ws-mes-pedido

           if ws-mes-pedido = 0
               move ws-data-hoje(1:6) to ws-mes-calculo
               perform recua-um-mes
               move ws-mes-calculo to ws-mes-pedido
           end-if

           move ws-mes-pedido to ws-mes-calculo
           if ws-mc-mes < 1 or ws-mc-mes > 12 or ws-mc-ano < 1601
               display " Mes invalido: " ws-mes-pedido
           else
           if ws-mes-pedido > ws-data-hoje(1:6)
               display " Mes " ws-mes-pedido " ainda nao comecou. "
           else
               move "S" to ws-mes-ok
               move ws-mes-pedido to ws-per-mes(1)
               perform recua-um-mes
               move ws-mes-calculo to ws-per-mes(2)
               move ws-mes-pedido to ws-mes-calculo
               subtract 1 from ws-mc-ano
               move ws-mes-calculo to ws-per-mes(3)
               if ws-mes-pedido = ws-data-hoje(1:6)
                   display " Atencao: o mes ainda nao terminou; o"
                           " demonstrativo sai parcial. "
               end-if
               display " Mes " ws-per-mes(1) " comparado com "
                       ws-per-mes(2) " e " ws-per-mes(3)
           end-if
           end-if

           .
       pede-mes-exit.
           exit.
      *>===========================================================================================
       recua-um-mes section.
      *>===========================================================================================
           if ws-mc-mes = 1
               move 12 to ws-mc-mes
               subtract 1 from ws-mc-ano
           else
               subtract 1 from ws-mc-mes
           end-if

           .
       recua-um-mes-exit.
           exit.
      *>===========================================================================================
       pede-prescricao section.
      *>===========================================================================================
           display " Prazo de prescricao em dias (0 = padrao 90): "
                   with no advancing
           accept ws-dias-prescricao
           if ws-dias-prescricao = 0
               move 90 to ws-dias-prescricao
           end-if

           .
       pede-prescricao-exit.
           exit.
      *>===========================================================================================
       zera-tabela section.
      *>===========================================================================================
           perform varying ws-jx from 1 by 1 until ws-jx > 100
               move "N"    to ws-dre-cadastrado(ws-jx)
               move "N"    to ws-dre-movimento(ws-jx)
               move spaces to ws-dre-descricao(ws-jx)
               move 0      to ws-dre-comissao(ws-jx)
               perform varying ws-p from 1 by 1 until ws-p > 3
                   move 0   to ws-dre-qtdd-apostas(ws-jx, ws-p)
                   move 0   to ws-dre-arrecadacao(ws-jx, ws-p)
                   move 0   to ws-dre-canceladas(ws-jx, ws-p)
                   move 0   to ws-dre-apurados(ws-jx, ws-p)
                   move 0   to ws-dre-pagos(ws-jx, ws-p)
                   move 0   to ws-dre-prescritos(ws-jx, ws-p)
                   move 0   to ws-dre-estornados(ws-jx, ws-p)
                   move 0   to ws-dre-pg-estornados(ws-jx, ws-p)
                   move 0   to ws-dre-concursos(ws-jx, ws-p)
                   move "N" to ws-dre-acum-ini-ok(ws-jx, ws-p)
                   move 0   to ws-dre-acum-ini(ws-jx, ws-p)
                   move "N" to ws-dre-acum-fim-ok(ws-jx, ws-p)
                   move 0   to ws-dre-acum-fim(ws-jx, ws-p)
                   move 0   to ws-dre-rsv-ini(ws-jx, ws-p)
                   move 0   to ws-dre-rsv-fim(ws-jx, ws-p)
               end-perform
           end-perform
           move "FORA DO CADASTRO" to ws-dre-descricao(1)

           .
       zera-tabela-exit.
           exit.
      *>===========================================================================================
       carrega-jogos section.
      *>===========================================================================================
           *> todo jogo do cadastro tem demonstrativo, mesmo num mes
           *> sem movimento: o zero tambem e informacao para o dono. a
           *> comissao segue a regra do LoteriaRemessa (busca-comissao):
           *> jogo fora do cadastro, ou com a comissao em branco, fica sem
           *> comissao, e o repasse dos dois programas bate.
           open input jogo-file
           if ws-fs-jogo = "00"
               move low-values to jogo-id
               start jogo-file key is greater than jogo-id
                   invalid key move "10" to ws-fs-jogo
               end-start
               perform until ws-fs-jogo <> "00"
                   read jogo-file next record
                       at end move "10" to ws-fs-jogo
                       not at end
                           compute ws-jx = jogo-id + 1
                           move "S"            to ws-dre-cadastrado(ws-jx)
                           move jogo-descricao to ws-dre-descricao(ws-jx)
                           if jogo-comissao is numeric
                               move jogo-comissao to ws-dre-comissao(ws-jx)
                           end-if
                   end-read
               end-perform
               close jogo-file
           else
               display " Cadastro de jogos JOGOS.DAT nao encontrado: so"
                       " jogos com movimento no demonstrativo. "
           end-if
           move "00" to ws-fs-jogo

           .
       carrega-jogos-exit.
           exit.
      *>===========================================================================================
       acha-periodo section.
      *>===========================================================================================
           *> devolve em ws-p o mes de comparacao da data em exame
           *> (ws-data-teste), ou zero se ela nao cai em nenhum.
           move 0 to ws-p
           if ws-teste-mes = ws-per-mes(1)
               move 1 to ws-p
           else
           if ws-teste-mes = ws-per-mes(2)
               move 2 to ws-p
           else
           if ws-teste-mes = ws-per-mes(3)
               move 3 to ws-p
           end-if
           end-if
           end-if

           .
       acha-periodo-exit.
           exit.
      *>===========================================================================================
       acumula-apostas section.
      *>===========================================================================================
           open input apostas-file
           if ws-fs-apostas = "39"
               display " APOSTAS.DAT no layout antigo: rode o"
                       " LoteriaConverte; apostas vivas fora do demonstrativo. "
           end-if
           if ws-fs-apostas = "00"
               move low-values to ap-numero-aposta
               start apostas-file key is greater than ap-numero-aposta
                   invalid key move "10" to ws-fs-apostas
               end-start
               perform until ws-fs-apostas <> "00"
                   read apostas-file next record
                       at end move "10" to ws-fs-apostas
                       not at end
                           if ap-data-venda is numeric
                               move ap-jogo-id        to ws-vd-jogo-id
                               move ap-status         to ws-vd-status
                               move ap-data-venda     to ws-vd-data
                               move ap-concurso       to ws-vd-concurso
                               move ap-concurso-final to ws-vd-concurso-final
                               move ap-valor          to ws-vd-valor
                               perform registra-venda
                           end-if
                   end-read
               end-perform
               close apostas-file
           end-if
           move "00" to ws-fs-apostas

           .
       acumula-apostas-exit.
           exit.
      *>===========================================================================================
       acumula-apostas-hist section.
      *>===========================================================================================
           open input apostas-hist-file
           if ws-fs-apostas-hist = "00"
               perform until ws-fs-apostas-hist <> "00"
                   read apostas-hist-file
                       at end move "10" to ws-fs-apostas-hist
                       not at end
                           if hist-data-venda is numeric
                               move hist-jogo-id        to ws-vd-jogo-id
                               move hist-status         to ws-vd-status
                               move hist-data-venda     to ws-vd-data
                               move hist-concurso       to ws-vd-concurso
                               move hist-concurso-final to ws-vd-concurso-final
                               move hist-valor          to ws-vd-valor
                               perform registra-venda
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           .
       acumula-apostas-hist-exit.
           exit.
      *>===========================================================================================
       registra-venda section.
      *>===========================================================================================
           *> valor da venda = valor por concurso vezes os concursos da
           *> teimosinha, cobrado inteiro no dia; a aposta ativa entra na
           *> arrecadacao e a cancelada no estorno de vendas.
           move ws-vd-data to ws-data-teste
           perform acha-periodo
           if ws-p > 0
               move 1 to ws-vd-concursos
               if ws-vd-concurso-final > ws-vd-concurso
                   compute ws-vd-concursos =
                       ws-vd-concurso-final - ws-vd-concurso + 1
               end-if
               compute ws-vd-total = ws-vd-valor * ws-vd-concursos

               compute ws-jx = ws-vd-jogo-id + 1
               move "S" to ws-dre-movimento(ws-jx)
               if ws-vd-status = "A"
                   add 1 to ws-dre-qtdd-apostas(ws-jx, ws-p)
                   add ws-vd-total to ws-dre-arrecadacao(ws-jx, ws-p)
               else
                   add ws-vd-total to ws-dre-canceladas(ws-jx, ws-p)
               end-if
           end-if

           .
       registra-venda-exit.
           exit.
      *>===========================================================================================
       acumula-premios section.
      *>===========================================================================================
           *> um registro do razao pode contar em mais de um mes: o premio
           *> e apurado num mes e pago (ou prescrito) em outro.
           open input premios-file
           if ws-fs-premios = "00"
               perform until ws-fs-premios <> "00"
                   read premios-file
                       at end move "10" to ws-fs-premios
                       not at end
                           perform jogo-do-premio
                           perform registra-premio
                   end-read
               end-perform
           end-if
           close premios-file
           move "00" to ws-fs-premios

           .
       acumula-premios-exit.
           exit.
      *>===========================================================================================
       jogo-do-premio section.
      *>===========================================================================================
           *> concurso fora do cadastro fica no jogo 00, para aparecer no
           *> demonstrativo em vez de sumir.
           move 0 to ws-prem-jogo-id
           if concurso-disponivel
               move prem-concurso to conc-numero
               read concurso-file
                   invalid key continue
                   not invalid key move conc-jogo-id to ws-prem-jogo-id
               end-read
           end-if
           compute ws-jx = ws-prem-jogo-id + 1

           .
       jogo-do-premio-exit.
           exit.
      *>===========================================================================================
       registra-premio section.
      *>===========================================================================================
           *> apurado: o registro original (A, L ou E) pela data da
           *> apuracao; o lancamento R e a contrapartida de um estorno e
           *> nao e premio novo.
           if not premio-estorno-rev
               and prem-data-apuracao is numeric
               move prem-data-apuracao to ws-data-teste
               perform acha-periodo
               if ws-p > 0
                   move "S" to ws-dre-movimento(ws-jx)
                   add prem-valor to ws-dre-apurados(ws-jx, ws-p)
               end-if
           end-if

           *> pago: L, ou E de premio que tinha sido pago, pela data do
           *> pagamento (mesma regra da remessa).
           if (premio-liquidado or premio-estornado)
               and prem-data-pagamento is numeric
               and prem-data-pagamento > 0
               move prem-data-pagamento to ws-data-teste
               perform acha-periodo
               if ws-p > 0
                   move "S" to ws-dre-movimento(ws-jx)
                   add prem-valor to ws-dre-pagos(ws-jx, ws-p)
               end-if
           end-if

           *> estornado: o lancamento R, datado do dia do estorno. o R
           *> com liquido gravado pelo caixa e estorno de premio que ja
           *> tinha sido pago, e volta a somar no repasse (mesma regra da
           *> remessa).
           if premio-estorno-rev
               and prem-data-pagamento is numeric
               move prem-data-pagamento to ws-data-teste
               perform acha-periodo
               if ws-p > 0
                   move "S" to ws-dre-movimento(ws-jx)
                   add prem-valor to ws-dre-estornados(ws-jx, ws-p)
                   if prem-valor-liquido is numeric
                       and prem-valor-liquido > 0
                       add prem-valor to ws-dre-pg-estornados(ws-jx, ws-p)
                   end-if
               end-if
           end-if

           *> prescrito: ainda a pagar, e o prazo venceu dentro do mes
           *> (e ate hoje). premio de razao antigo, sem data de apuracao,
           *> nunca prescreve aqui, o caminho seguro do LoteriaCaixa.
           if premio-a-pagar
               and prem-data-apuracao is numeric
               and prem-data-apuracao > 0
               if function test-date-yyyymmdd(prem-data-apuracao) = 0
                   compute ws-data-prescricao =
                       function date-of-integer(
                           function integer-of-date(prem-data-apuracao)
                           + ws-dias-prescricao + 1)
                   if ws-data-prescricao <= ws-data-hoje
                       move ws-data-prescricao to ws-data-teste
                       perform acha-periodo
                       if ws-p > 0
                           move "S" to ws-dre-movimento(ws-jx)
                           add prem-valor to ws-dre-prescritos(ws-jx, ws-p)
                       end-if
                   end-if
               end-if
           end-if

           .
       registra-premio-exit.
           exit.
      *>===========================================================================================
       acumula-resultados section.
      *>===========================================================================================
           *> os resultados vem em ordem de concurso, que e a ordem do
           *> tempo dentro de cada jogo: o primeiro concurso apurado no
           *> mes (ou depois) guarda o saldo do inicio do mes, o primeiro
           *> apurado depois do mes guarda o saldo do fim.
           open input resultados-hist-file
           if ws-fs-resultados-hist = "39"
               display " RESULTADOS.DAT no layout antigo: rode o"
                       " LoteriaConverte; fundos pelo saldo corrente. "
           end-if
           if ws-fs-resultados-hist = "00"
               move low-values to rh-concurso
               start resultados-hist-file key is greater than rh-concurso
                   invalid key move "10" to ws-fs-resultados-hist
               end-start
               perform until ws-fs-resultados-hist <> "00"
                   read resultados-hist-file next record
                       at end move "10" to ws-fs-resultados-hist
                       not at end
                           if rh-data is numeric
                               perform registra-resultado
                           end-if
                   end-read
               end-perform
               close resultados-hist-file
           end-if
           move "00" to ws-fs-resultados-hist

           .
       acumula-resultados-exit.
           exit.
      *>===========================================================================================
       registra-resultado section.
      *>===========================================================================================
           move 0 to ws-rh-acum
           if rh-acum-anterior is numeric
               move rh-acum-anterior to ws-rh-acum
           end-if
           move 0 to ws-rh-rsv
           if rh-reserva-anterior is numeric
               move rh-reserva-anterior to ws-rh-rsv
           end-if

           compute ws-jx = rh-jogo-id + 1
           move rh-data to ws-data-teste
           perform varying ws-p from 1 by 1 until ws-p > 3
               if ws-teste-mes = ws-per-mes(ws-p)
                   move "S" to ws-dre-movimento(ws-jx)
                   add 1 to ws-dre-concursos(ws-jx, ws-p)
               end-if
               if ws-teste-mes >= ws-per-mes(ws-p)
                   and ws-dre-acum-ini-ok(ws-jx, ws-p) = "N"
                   move "S"       to ws-dre-acum-ini-ok(ws-jx, ws-p)
                   move ws-rh-acum to ws-dre-acum-ini(ws-jx, ws-p)
                   move ws-rh-rsv  to ws-dre-rsv-ini(ws-jx, ws-p)
               end-if
               if ws-teste-mes > ws-per-mes(ws-p)
                   and ws-dre-acum-fim-ok(ws-jx, ws-p) = "N"
                   move "S"       to ws-dre-acum-fim-ok(ws-jx, ws-p)
                   move ws-rh-acum to ws-dre-acum-fim(ws-jx, ws-p)
                   move ws-rh-rsv  to ws-dre-rsv-fim(ws-jx, ws-p)
               end-if
           end-perform

           .
       registra-resultado-exit.
           exit.
      *>===========================================================================================
       emite-demonstrativos section.
      *>===========================================================================================
           move spaces to ws-nome-csv
           string "DRE_" ws-per-mes(1) ".CSV"
                  delimited by size into ws-nome-csv
           open output csv-file

           move spaces to reg-csv
           string "jogo;descricao;linha;mes " ws-per-mes(1)
                  ";mes " ws-per-mes(2) ";mes " ws-per-mes(3)
                  delimited by size into reg-csv
           write reg-csv

           move 0 to ws-qtdd-jogos
           perform varying ws-jx from 1 by 1 until ws-jx > 100
               if ws-dre-cadastrado(ws-jx) = "S"
                   or ws-dre-movimento(ws-jx) = "S"
                   perform emite-jogo
               end-if
           end-perform

           close csv-file

           if ws-qtdd-jogos = 0
               display " Nenhum jogo cadastrado nem movimento nos meses. "
           end-if
           display " Planilha em " ws-nome-csv

           .
       emite-demonstrativos-exit.
           exit.
      *>===========================================================================================
       emite-jogo section.
      *>===========================================================================================
           add 1 to ws-qtdd-jogos
           perform completa-fundos

           move spaces to ws-nome-dre
           compute ws-prem-jogo-id = ws-jx - 1
           string "DRE_" ws-prem-jogo-id "_" ws-per-mes(1) ".TXT"
                  delimited by size into ws-nome-dre
           open output dre-file

           move spaces to reg-dre
           string "==== Demonstrativo mensal - jogo " ws-prem-jogo-id " "
                  ws-dre-descricao(ws-jx) " - mes " ws-per-mes(1) " ===="
                  delimited by size into reg-dre
           write reg-dre
           move ws-dre-comissao(ws-jx) to ws-perc-edit
           move spaces to reg-dre
           string "Emitido em " ws-data-hora " por " ws-operador
                  "  comissao " ws-perc-edit "% da arrecadacao"
                  "  prescricao " ws-dias-prescricao " dias"
                  delimited by size into reg-dre
           write reg-dre
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "(valores em R$)                            "
                  "      mes " ws-per-mes(1) "   "
                  "      mes " ws-per-mes(2) "   "
                  "      mes " ws-per-mes(3)
                  delimited by size into reg-dre
           write reg-dre
           move spaces to reg-dre
           string "                                           "
                  "         atual   "
                  "      anterior   "
                  "  ano anterior"
                  delimited by size into reg-dre
           write reg-dre

           perform linhas-resultado
           perform linhas-premios
           perform linhas-estornos
           perform linhas-fundos
           perform linhas-volume

           close dre-file
           display " Jogo " ws-prem-jogo-id " " ws-dre-descricao(ws-jx)
                   " em " ws-nome-dre

           .
       emite-jogo-exit.
           exit.
      *>===========================================================================================
       completa-fundos section.
      *>===========================================================================================
           *> mes sem apuracao posterior: o saldo e o corrente do fundo.
           move 0 to ws-acum-atual
           if acumulado-disponivel
               compute acum-jogo-id = ws-jx - 1
               read acumulado-file
                   invalid key continue
                   not invalid key move acum-valor to ws-acum-atual
               end-read
           end-if
           move 0 to ws-rsv-atual
           if reserva-disponivel
               compute rsv-jogo-id = ws-jx - 1
               read reserva-file
                   invalid key continue
                   not invalid key move rsv-valor to ws-rsv-atual
               end-read
           end-if

           perform varying ws-p from 1 by 1 until ws-p > 3
               if ws-dre-acum-ini-ok(ws-jx, ws-p) = "N"
                   move ws-acum-atual to ws-dre-acum-ini(ws-jx, ws-p)
                   move ws-rsv-atual  to ws-dre-rsv-ini(ws-jx, ws-p)
               end-if
               if ws-dre-acum-fim-ok(ws-jx, ws-p) = "N"
                   move ws-acum-atual to ws-dre-acum-fim(ws-jx, ws-p)
                   move ws-rsv-atual  to ws-dre-rsv-fim(ws-jx, ws-p)
               end-if
           end-perform

           .
       completa-fundos-exit.
           exit.
      *>===========================================================================================
       linhas-resultado section.
      *>===========================================================================================
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "---- RESULTADO DA BANCA ----"
                  delimited by size into reg-dre
           write reg-dre

           move "Arrecadacao (apostas ativas vendidas)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-arrecadacao(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move ws-dre-comissao(ws-jx) to ws-perc-edit
           move spaces to ws-rotulo
           string "(-) Comissao da banca (" ws-perc-edit "%)"
                  delimited by size into ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-val(ws-p) rounded =
                   ws-dre-arrecadacao(ws-jx, ws-p)
                   * ws-dre-comissao(ws-jx) / 100
           end-perform
           perform grava-linha-dre

           move "(-) Premios pagos no caixa (bruto)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-pagos(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "(+) Estornos de premios ja pagos" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-pg-estornados(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           *> repasse pela regra da remessa semanal (fecha-concurso em
           *> LoteriaRemessa); a remessa arredonda a comissao por
           *> concurso, entao a soma das semanas pode diferir em centavos.
           move "(=) Repasse a administradora" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-comissao rounded =
                   ws-dre-arrecadacao(ws-jx, ws-p)
                   * ws-dre-comissao(ws-jx) / 100
               compute ws-val(ws-p) =
                   ws-dre-arrecadacao(ws-jx, ws-p) - ws-comissao
                   - ws-dre-pagos(ws-jx, ws-p)
                   + ws-dre-pg-estornados(ws-jx, ws-p)
           end-perform
           perform grava-linha-dre

           move spaces to reg-dre
           write reg-dre

           move "Comissao da banca" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-val(ws-p) rounded =
                   ws-dre-arrecadacao(ws-jx, ws-p)
                   * ws-dre-comissao(ws-jx) / 100
           end-perform
           perform grava-linha-dre

           move "(+) Premios prescritos retidos pela banca" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-prescritos(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "(=) MARGEM DA BANCA" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-comissao rounded =
                   ws-dre-arrecadacao(ws-jx, ws-p)
                   * ws-dre-comissao(ws-jx) / 100
               compute ws-val(ws-p) =
                   ws-comissao + ws-dre-prescritos(ws-jx, ws-p)
           end-perform
           perform grava-linha-dre

           move "Margem sobre a arrecadacao (%)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move 0 to ws-val(ws-p)
               if ws-dre-arrecadacao(ws-jx, ws-p) > 0
                   compute ws-comissao rounded =
                       ws-dre-arrecadacao(ws-jx, ws-p)
                       * ws-dre-comissao(ws-jx) / 100
                   compute ws-margem =
                       ws-comissao + ws-dre-prescritos(ws-jx, ws-p)
                   compute ws-val(ws-p) rounded =
                       ws-margem * 100
                       / ws-dre-arrecadacao(ws-jx, ws-p)
               end-if
           end-perform
           perform grava-linha-dre

           .
       linhas-resultado-exit.
           exit.
      *>===========================================================================================
       linhas-premios section.
      *>===========================================================================================
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "---- PREMIOS ----"
                  delimited by size into reg-dre
           write reg-dre

           move ws-bolo-perc to ws-perc-edit
           move spaces to ws-rotulo
           string "Bolo de premios (" ws-perc-edit "% da arrecadacao)"
                  delimited by size into ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-val(ws-p) rounded =
                   ws-dre-arrecadacao(ws-jx, ws-p) * ws-bolo-perc / 100
           end-perform
           perform grava-linha-dre

           move "Premios apurados (bruto)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-apurados(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Premios pagos no caixa (bruto)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-pagos(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Premios prescritos (nao reclamados)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-prescritos(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           .
       linhas-premios-exit.
           exit.
      *>===========================================================================================
       linhas-estornos section.
      *>===========================================================================================
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "---- ESTORNOS ----"
                  delimited by size into reg-dre
           write reg-dre

           move "Apostas canceladas (venda devolvida)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-canceladas(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Premios estornados (apuracao desfeita)" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-estornados(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           .
       linhas-estornos-exit.
           exit.
      *>===========================================================================================
       linhas-fundos section.
      *>===========================================================================================
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "---- FUNDO ACUMULADO E RESERVA ESPECIAL ----"
                  delimited by size into reg-dre
           write reg-dre

           move "Acumulado: saldo no inicio do mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-acum-ini(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Acumulado: saldo no fim do mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-acum-fim(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Acumulado: movimento no mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-val(ws-p) = ws-dre-acum-fim(ws-jx, ws-p)
                                    - ws-dre-acum-ini(ws-jx, ws-p)
           end-perform
           perform grava-linha-dre

           move "Reserva especial: saldo no inicio do mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-rsv-ini(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Reserva especial: saldo no fim do mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-rsv-fim(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Reserva especial: movimento no mes" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               compute ws-val(ws-p) = ws-dre-rsv-fim(ws-jx, ws-p)
                                    - ws-dre-rsv-ini(ws-jx, ws-p)
           end-perform
           perform grava-linha-dre

           .
       linhas-fundos-exit.
           exit.
      *>===========================================================================================
       linhas-volume section.
      *>===========================================================================================
           move spaces to reg-dre
           write reg-dre
           move spaces to reg-dre
           string "---- VOLUME ----"
                  delimited by size into reg-dre
           write reg-dre

           move "S" to ws-linha-quantidade
           move "Apostas ativas vendidas" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-qtdd-apostas(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre

           move "Concursos apurados" to ws-rotulo
           perform varying ws-p from 1 by 1 until ws-p > 3
               move ws-dre-concursos(ws-jx, ws-p) to ws-val(ws-p)
           end-perform
           perform grava-linha-dre
           move "N" to ws-linha-quantidade

           .
       linhas-volume-exit.
           exit.
      *>===========================================================================================
       grava-linha-dre section.
      *>===========================================================================================
           *> a mesma linha vai ao impresso (valores editados em colunas)
           *> e a planilha (valores sem milhar e sem brancos, separados
           *> por ponto e virgula).
           perform varying ws-p from 1 by 1 until ws-p > 3
               move spaces to ws-col(ws-p)
               if linha-quantidade
                   move ws-val(ws-p) to ws-qtdd-edit
                   move ws-qtdd-edit to ws-col(ws-p)
               else
                   move ws-val(ws-p) to ws-valor-edit
                   move ws-valor-edit to ws-col(ws-p)
               end-if
           end-perform

           move spaces to reg-dre
           string ws-rotulo " " ws-col(1) " " ws-col(2) " " ws-col(3)
                  delimited by size into reg-dre
           write reg-dre

           move spaces to reg-csv
           move 1 to ws-ptr
           string ws-prem-jogo-id ";" delimited by size
                  ws-dre-descricao(ws-jx) delimited by "  "
                  ";" delimited by size
                  ws-rotulo delimited by "  "
                  into reg-csv with pointer ws-ptr
           perform varying ws-p from 1 by 1 until ws-p > 3
               move 0 to ws-brancos
               if linha-quantidade
                   move ws-val(ws-p) to ws-csv-qtdd
                   inspect ws-csv-qtdd tallying ws-brancos
                           for leading spaces
                   string ";" ws-csv-qtdd(ws-brancos + 1:)
                          delimited by size
                          into reg-csv with pointer ws-ptr
               else
                   move ws-val(ws-p) to ws-csv-valor
                   inspect ws-csv-valor tallying ws-brancos
                           for leading spaces
                   string ";" ws-csv-valor(ws-brancos + 1:)
                          delimited by size
                          into reg-csv with pointer ws-ptr
               end-if
           end-perform
           write reg-csv

           .
       grava-linha-dre-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           close operadores-file
           if concurso-disponivel
               close concurso-file
           end-if
           if acumulado-disponivel
               close acumulado-file
           end-if
           if reserva-disponivel
               close reserva-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
