      $set sourceformat"free"
       identification division.
       program-id. "LoteriaRemessa".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>remessa semanal a administradora: a banca repassa a arrecadacao
      *>da semana menos a sua comissao e menos os premios que pagou com o
      *>proprio caixa. para a semana escolhida (sete dias a partir da
      *>data inicial; padrao: a ultima semana completa, de segunda a
      *>domingo) o programa totaliza por jogo e concurso:
      *>  - a arrecadacao das apostas ativas vendidas na semana (vivas em
      *>    APOSTAS.DAT e arquivadas em APOSTAS_HIST.DAT): o dinheiro
      *>    entra no dia da venda, entao a teimosinha conta o total
      *>    cobrado (valor vezes concursos) no concurso em que foi vendida;
      *>  - os premios liquidados na semana (PREMIOS.DAT, situacao L, ou E
      *>    quando o premio estornado tinha sido pago), pelo valor bruto:
      *>    o imposto retido e recolhido pela banca a parte;
      *>  - os estornos na semana de premios que ja tinham sido pagos
      *>    (lancamento R com liquido gravado pelo caixa), que voltam a
      *>    somar no repasse porque o pagamento ja tinha sido abatido.
      *>a comissao de cada jogo vem do cadastro JOGOS.DAT (jogo-comissao,
      *>mantida pelo LoteriaManutencao). o arquivo de remessa
      *>REMESSA_AAAAMMDD.DAT (data inicial da semana) tem layout fixo:
      *>um registro H de cabecalho, um D por jogo e concurso e um T de
      *>trailer com a quantidade de detalhes e os totais de controle.
      *>a administradora devolve o arquivo de reconhecimento
      *>RETORNO_AAAAMMDD.DAT, no mesmo esquema H/D/T, com o valor que
      *>reconheceu para cada concurso; a conferencia le de volta a
      *>remessa enviada e o retorno e aponta todo concurso com valor
      *>divergente, nao reconhecido ou desconhecido da remessa. geracao e
      *>conferencia saem no relatorio REMESSA_AAAAMMDD.TXT, acrescido a
      *>cada execucao, e exigem operador de nivel 2 ou 3.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select remessa-file assign to ws-nome-remessa
               organization is line sequential
               file status is ws-fs-remessa.
           select retorno-file assign to ws-nome-retorno
               organization is line sequential
               file status is ws-fs-retorno.
           select relatorio-file assign to ws-nome-relatorio
               organization is line sequential
               file status is ws-fs-relatorio.
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
           select operadores-file assign to "OPERADORES.DAT"
               organization is indexed
               access mode is dynamic
               record key is op-id
               file status is ws-fs-operadores.
           select sort-movimento assign to "REMMOV.TMP".
       I-O-Control.

       data division.
       file section.

      *>arquivo de remessa, registros de 120 posicoes. valores com duas
      *>casas implicitas; o repasse pode ser negativo (semana em que os
      *>premios pagos passam da arrecadacao) e leva o sinal na frente.
       fd  remessa-file.
       01  reg-rem-header.
           05 remh-tipo                             pic x(01).
           05 remh-data-inicio                      pic 9(08).
           05 remh-data-fim                         pic 9(08).
           05 remh-data-geracao                     pic 9(08).
           05 remh-hora-geracao                     pic 9(06).
           05 remh-operador                         pic x(10).
           05 filler                                pic x(79).
       01  reg-rem-detalhe.
           05 remd-tipo                             pic x(01).
           05 remd-jogo-id                          pic 9(02).
           05 remd-concurso                         pic 9(06).
           05 remd-qtdd-apostas                     pic 9(07).
           05 remd-arrecadacao                      pic 9(11)v99.
           05 remd-comissao-perc                    pic 9(02)v99.
           05 remd-comissao                         pic 9(11)v99.
           05 remd-premios-pagos                    pic 9(11)v99.
           05 remd-premios-estornados               pic 9(11)v99.
           05 remd-repasse                          pic s9(11)v99
                                                    sign leading separate.
           05 filler                                pic x(34).
       01  reg-rem-trailer.
           05 remt-tipo                             pic x(01).
           05 remt-qtdd-detalhes                    pic 9(06).
           05 remt-total-arrecadacao                pic 9(13)v99.
           05 remt-total-comissao                   pic 9(13)v99.
           05 remt-total-pagos                      pic 9(13)v99.
           05 remt-total-estornados                 pic 9(13)v99.
           05 remt-total-repasse                    pic s9(13)v99
                                                    sign leading separate.
           05 filler                                pic x(37).

      *>arquivo de reconhecimento devolvido pela administradora, tambem
      *>de 120 posicoes: cabecalho H com a semana, um D por concurso
      *>reconhecido com o valor de repasse reconhecido, e trailer T com a
      *>quantidade de detalhes e o total reconhecido.
       fd  retorno-file.
       01  reg-ret-header.
           05 reth-tipo                             pic x(01).
           05 reth-data-inicio                      pic 9(08).
           05 reth-data-fim                         pic 9(08).
           05 filler                                pic x(103).
       01  reg-ret-detalhe.
           05 retd-tipo                             pic x(01).
           05 retd-jogo-id                          pic 9(02).
           05 retd-concurso                         pic 9(06).
           05 retd-repasse                          pic s9(11)v99
                                                    sign leading separate.
           05 filler                                pic x(97).
       01  reg-ret-trailer.
           05 rett-tipo                             pic x(01).
           05 rett-qtdd-detalhes                    pic 9(06).
           05 rett-total-repasse                    pic s9(13)v99
                                                    sign leading separate.
           05 filler                                pic x(97).

      *>relatorio da remessa e da conferencia.
       fd  relatorio-file.
       01  reg-relatorio                            pic x(132).

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

      *>cadastro mestre de concursos, mesmo layout de Loteria.cbl: da o
      *>jogo de cada premio (o razao so guarda o numero do concurso).
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

      *>cadastro mestre de operadores, mesmo layout de Loteria.cbl.
       fd  operadores-file.
       01  reg-operador.
           05 op-id                                 pic x(10).
           05 op-nome                               pic x(30).
           05 op-senha                              pic x(10).
           05 op-ativo                              pic x(01).
               88 operador-ativo                    value "A".
           05 op-nivel                              pic 9(01).

      *>movimento da semana por jogo e concurso: V venda, P premio pago,
      *>E estorno de premio pago.
       sd  sort-movimento.
       01  reg-sort-mov.
           05 sm-jogo-id                            pic 9(02).
           05 sm-concurso                           pic 9(06).
           05 sm-tipo                               pic x(01).
           05 sm-valor                              pic 9(09)v99.

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-remessa                            pic x(02) value "00".
       77 ws-fs-retorno                            pic x(02) value "00".
       77 ws-fs-relatorio                          pic x(02) value "00".
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-fs-premios                            pic x(02) value "00".
       77 ws-fs-concurso                           pic x(02) value "00".
       77 ws-fs-jogo                               pic x(02) value "00".
       77 ws-fs-operadores                         pic x(02) value "00".
       77 ws-concurso-disponivel                   pic x(01) value "N".
           88 concurso-disponivel                  value "S".
       77 ws-jogo-disponivel                       pic x(01) value "N".
           88 jogo-disponivel                      value "S".
       77 ws-fim-sort                              pic x(01) value "N".
           88 fim-sort                             value "S".

       77 ws-operador                              pic x(10) value spaces.
       77 ws-senha                                 pic x(10) value spaces.
       77 ws-login-ok                              pic x(01) value "N".
           88 login-ok                             value "S".
       77 ws-tentativas-login                      pic 9(01) value 0.
       77 ws-nivel-operador                        pic 9(01) value 0.

       77 ws-opcao                                 pic 9(01) value 9.
       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-hora-agora                            pic 9(06) value 0.

      *>semana escolhida e nomes dos arquivos dela.
       77 ws-data-semana                           pic 9(08) value 0.
       77 ws-data-inicio                           pic 9(08) value 0.
       77 ws-data-fim                              pic 9(08) value 0.
       77 ws-dia-juliano                           pic 9(08) value 0.
       77 ws-semana-ok                             pic x(01) value "N".
           88 semana-ok                            value "S".
       77 ws-nome-remessa                          pic x(30) value spaces.
       77 ws-nome-retorno                          pic x(30) value spaces.
       77 ws-nome-relatorio                        pic x(30) value spaces.

      *>quebra por jogo e concurso na gravacao dos detalhes.
       77 ws-primeiro-grupo                        pic x(01) value "S".
           88 primeiro-grupo                       value "S".
       77 ws-grp-jogo-id                           pic 9(02) value 0.
       77 ws-grp-concurso                          pic 9(06) value 0.
       77 ws-grp-qtdd-apostas                      pic 9(07) value 0.
       77 ws-grp-arrecadacao                       pic 9(11)v99 value 0.
       77 ws-grp-pagos                             pic 9(11)v99 value 0.
       77 ws-grp-estornados                        pic 9(11)v99 value 0.
       77 ws-grp-comissao                          pic 9(11)v99 value 0.
       77 ws-grp-repasse                           pic s9(11)v99 value 0.
       77 ws-jogo-lido                             pic 9(02) value 99.
       77 ws-jogo-comissao                         pic 9(02)v99 value 0.
       77 ws-jogo-descricao                        pic x(20) value spaces.

      *>venda em exame (viva ou arquivada), numa area unica.
       77 ws-vd-concursos                          pic 9(06) value 0.
       77 ws-vd-total                              pic 9(09)v99 value 0.

      *>totais de controle do trailer.
       77 ws-tot-detalhes                          pic 9(06) value 0.
       77 ws-tot-arrecadacao                       pic 9(13)v99 value 0.
       77 ws-tot-comissao                          pic 9(13)v99 value 0.
       77 ws-tot-pagos                             pic 9(13)v99 value 0.
       77 ws-tot-estornados                        pic 9(13)v99 value 0.
       77 ws-tot-repasse                           pic s9(13)v99 value 0.

      *>conferencia: detalhes da remessa enviada em memoria, marcados a
      *>medida que o retorno os reconhece.
       77 ws-max-enviados                          pic 9(04) value 2000.
       77 ws-qtdd-enviados                         pic 9(04) value 0.
       01 ws-tabela-enviados.
           05 ws-env-tab occurs 2000 times.
               10 ws-env-jogo-id                   pic 9(02).
               10 ws-env-concurso                  pic 9(06).
               10 ws-env-repasse                   pic s9(11)v99.
               10 ws-env-reconhecido               pic x(01).
       77 ws-i                                     pic 9(04) value 0.
       77 ws-achado                                pic 9(04) value 0.
       77 ws-remessa-lida                          pic x(01) value "N".
           88 remessa-lida                         value "S".
       77 ws-trailer-enviado                       pic x(01) value "N".
           88 trailer-enviado                      value "S".
       77 ws-env-qtdd-trailer                      pic 9(06) value 0.
       77 ws-env-total-trailer                     pic s9(13)v99 value 0.
       77 ws-ret-qtdd                              pic 9(06) value 0.
       77 ws-ret-total                             pic s9(13)v99 value 0.
       77 ws-ret-trailer-lido                      pic x(01) value "N".
           88 ret-trailer-lido                     value "S".
       77 ws-diferenca                             pic s9(13)v99 value 0.
       77 ws-qtdd-divergentes                      pic 9(06) value 0.
       77 ws-qtdd-nao-reconhecidos                 pic 9(06) value 0.
       77 ws-qtdd-desconhecidos                    pic 9(06) value 0.

       77 ws-valor-edit                            pic zz.zzz.zzz.zz9,99.
       77 ws-saldo-edit                            pic -zz.zzz.zzz.zz9,99.
       77 ws-saldo2-edit                           pic -zz.zzz.zzz.zz9,99.
       77 ws-perc-edit                             pic z9,99.
       77 ws-arrec-edit                            pic zz.zzz.zz9,99.
       77 ws-comis-edit                            pic zz.zzz.zz9,99.
       77 ws-pagos-edit                            pic zz.zzz.zz9,99.
       77 ws-estor-edit                            pic zz.zzz.zz9,99.

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
           *> assinatura do operador contra o cadastro mestre: a remessa
           *> e o repasse de dinheiro a administradora.
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
               display " Remessa a administradora exige nivel 2 ou 3. "
               stop run
           end-if

           *> cadastros so para leitura: jogo de cada premio e comissao
           *> de cada jogo.
           move "N" to ws-concurso-disponivel
           open input concurso-file
           if ws-fs-concurso = "00"
               move "S" to ws-concurso-disponivel
           end-if
           move "N" to ws-jogo-disponivel
           open input jogo-file
           if ws-fs-jogo = "00"
               move "S" to ws-jogo-disponivel
           end-if

           .
       inicializa-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           perform until ws-opcao = 0
               display " "
               display " ==== Remessa semanal a administradora ==== "
               display " 1 - Gerar remessa da semana "
               display " 2 - Conferir retorno da administradora "
               display " 0 - Sair "
               display " Opcao: " with no advancing
               accept ws-opcao

               evaluate ws-opcao
                   when 1 perform gera-remessa
                   when 2 perform confere-retorno
                   when 0 continue
                   when other display " Opcao invalida. "
               end-evaluate
           end-perform

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       pede-semana section.
      *>===========================================================================================
           *> semana de sete dias a partir da data inicial informada; 0
           *> pega a ultima semana completa (segunda a domingo). o dia 1
           *> do calendario juliano do COBOL (01/01/1601) foi segunda.
           move function current-date(1:14) to ws-data-hora
           move ws-data-hora(1:8)  to ws-data-hoje
           move ws-data-hora(9:6)  to ws-hora-agora

           move "N" to ws-semana-ok
           display " Data inicial da semana AAAAMMDD"
                   " (0 = ultima semana completa): " with no advancing
           accept ws-data-semana

           if ws-data-semana = 0
               compute ws-dia-juliano =
                   function integer-of-date(ws-data-hoje)
               compute ws-dia-juliano = ws-dia-juliano
                   - function mod(ws-dia-juliano - 1, 7) - 7
               compute ws-data-inicio =
                   function date-of-integer(ws-dia-juliano)
               move "S" to ws-semana-ok
           else
               if function test-date-yyyymmdd(ws-data-semana) <> 0
                   display " Data invalida: " ws-data-semana
               else
                   move ws-data-semana to ws-data-inicio
                   move "S" to ws-semana-ok
               end-if
           end-if

           if semana-ok
               perform monta-nomes-semana
           end-if

           .
       pede-semana-exit.
           exit.
      *>===========================================================================================
       monta-nomes-semana section.
      *>===========================================================================================
           compute ws-data-fim =
               function date-of-integer(
                   function integer-of-date(ws-data-inicio) + 6)

           move spaces to ws-nome-remessa
           string "REMESSA_" ws-data-inicio ".DAT"
                  delimited by size into ws-nome-remessa
           move spaces to ws-nome-retorno
           string "RETORNO_" ws-data-inicio ".DAT"
                  delimited by size into ws-nome-retorno
           move spaces to ws-nome-relatorio
           string "REMESSA_" ws-data-inicio ".TXT"
                  delimited by size into ws-nome-relatorio

           display " Semana de " ws-data-inicio " a " ws-data-fim

           .
       monta-nomes-semana-exit.
           exit.
      *>===========================================================================================
       gera-remessa section.
      *>===========================================================================================
           perform pede-semana
           if semana-ok
               perform grava-remessa
           end-if

           .
       gera-remessa-exit.
           exit.
      *>===========================================================================================
       grava-remessa section.
      *>===========================================================================================
           if ws-data-fim >= ws-data-hoje
               display " Atencao: a semana ainda nao terminou; a remessa"
                       " sai com o movimento ate agora. "
           end-if

           move 0 to ws-tot-detalhes
           move 0 to ws-tot-arrecadacao
           move 0 to ws-tot-comissao
           move 0 to ws-tot-pagos
           move 0 to ws-tot-estornados
           move 0 to ws-tot-repasse

           *> a remessa da semana e regravada se gerada de novo; o
           *> relatorio guarda cada geracao.
           open output remessa-file
           open extend relatorio-file
           if ws-fs-relatorio <> "00" then
               open output relatorio-file
           end-if

           move spaces          to reg-rem-header
           move "H"             to remh-tipo
           move ws-data-inicio  to remh-data-inicio
           move ws-data-fim     to remh-data-fim
           move ws-data-hoje    to remh-data-geracao
           move ws-hora-agora   to remh-hora-geracao
           move ws-operador     to remh-operador
           write reg-rem-header

           move spaces to reg-relatorio
           write reg-relatorio
           move spaces to reg-relatorio
           string "==== Remessa a administradora - semana de "
                  ws-data-inicio " a " ws-data-fim
                  " - gerada em " ws-data-hora " por " ws-operador
                  " ===="
                  delimited by size into reg-relatorio
           write reg-relatorio
           move spaces to reg-relatorio
           string "jogo concurso apostas   arrecadacao  comis."
                  "      comissao  premios pagos  pg estornados"
                  "              repasse"
                  delimited by size into reg-relatorio
           write reg-relatorio

           sort sort-movimento
               on ascending key sm-jogo-id
               on ascending key sm-concurso
               input procedure is seleciona-movimento
               output procedure is grava-detalhes

           move spaces                to reg-rem-trailer
           move "T"                   to remt-tipo
           move ws-tot-detalhes       to remt-qtdd-detalhes
           move ws-tot-arrecadacao    to remt-total-arrecadacao
           move ws-tot-comissao       to remt-total-comissao
           move ws-tot-pagos          to remt-total-pagos
           move ws-tot-estornados     to remt-total-estornados
           move ws-tot-repasse        to remt-total-repasse
           write reg-rem-trailer

           move ws-tot-arrecadacao to ws-valor-edit
           move spaces to reg-relatorio
           string "Totais: " ws-tot-detalhes " concurso(s), arrecadacao R$ "
                  ws-valor-edit
                  delimited by size into reg-relatorio
           write reg-relatorio
           move ws-tot-comissao to ws-valor-edit
           move spaces to reg-relatorio
           string "        comissao R$ " ws-valor-edit
                  delimited by size into reg-relatorio
           write reg-relatorio
           move ws-tot-pagos to ws-valor-edit
           move spaces to reg-relatorio
           string "        premios pagos R$ " ws-valor-edit
                  delimited by size into reg-relatorio
           write reg-relatorio
           move ws-tot-estornados to ws-valor-edit
           move spaces to reg-relatorio
           string "        premios pagos estornados R$ " ws-valor-edit
                  delimited by size into reg-relatorio
           write reg-relatorio
           move ws-tot-repasse to ws-saldo-edit
           move spaces to reg-relatorio
           string "        repasse a administradora R$ " ws-saldo-edit
                  "  (arquivo " ws-nome-remessa ")"
                  delimited by size into reg-relatorio
           write reg-relatorio

           close remessa-file
           close relatorio-file

           display " Remessa " ws-nome-remessa " gerada: " ws-tot-detalhes
                   " concurso(s), repasse R$ " ws-saldo-edit
           display " Relatorio em " ws-nome-relatorio

           .
       grava-remessa-exit.
           exit.
      *>===========================================================================================
       seleciona-movimento section.
      *>===========================================================================================
           open input apostas-file
           if ws-fs-apostas = "39"
               display " APOSTAS.DAT no layout antigo: rode o"
                       " LoteriaConverte; apostas vivas fora da remessa. "
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
                           if aposta-ativa
                               and ap-data-venda is numeric
                               and ap-data-venda >= ws-data-inicio
                               and ap-data-venda <= ws-data-fim
                               move 1 to ws-vd-concursos
                               if ap-concurso-final > ap-concurso
                                   compute ws-vd-concursos =
                                       ap-concurso-final - ap-concurso + 1
                               end-if
                               compute ws-vd-total =
                                   ap-valor * ws-vd-concursos
                               move ap-jogo-id  to sm-jogo-id
                               move ap-concurso to sm-concurso
                               move "V"         to sm-tipo
                               move ws-vd-total to sm-valor
                               release reg-sort-mov
                           end-if
                   end-read
               end-perform
               close apostas-file
           end-if
           move "00" to ws-fs-apostas

           open input apostas-hist-file
           if ws-fs-apostas-hist = "00"
               perform until ws-fs-apostas-hist <> "00"
                   read apostas-hist-file
                       at end move "10" to ws-fs-apostas-hist
                       not at end
                           if hist-status = "A"
                               and hist-data-venda is numeric
                               and hist-data-venda >= ws-data-inicio
                               and hist-data-venda <= ws-data-fim
                               move 1 to ws-vd-concursos
                               if hist-concurso-final > hist-concurso
                                   compute ws-vd-concursos =
                                       hist-concurso-final - hist-concurso + 1
                               end-if
                               compute ws-vd-total =
                                   hist-valor * ws-vd-concursos
                               move hist-jogo-id  to sm-jogo-id
                               move hist-concurso to sm-concurso
                               move "V"           to sm-tipo
                               move ws-vd-total   to sm-valor
                               release reg-sort-mov
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           *> premios: pagamento (L, ou E de premio que tinha sido pago)
           *> pela data do pagamento; estorno de premio pago pelo
           *> lancamento R da semana. o R de premio que nunca foi pago
           *> tem liquido zero e nao mexe no caixa.
           open input premios-file
           if ws-fs-premios = "00"
               perform until ws-fs-premios <> "00"
                   read premios-file
                       at end move "10" to ws-fs-premios
                       not at end
                           move space to sm-tipo
                           if prem-data-pagamento is numeric
                               and prem-data-pagamento >= ws-data-inicio
                               and prem-data-pagamento <= ws-data-fim
                               evaluate true
                                   when premio-liquidado
                                   when premio-estornado
                                       move "P" to sm-tipo
                                   when premio-estorno-rev
                                       if prem-valor-liquido is numeric
                                           and prem-valor-liquido > 0
                                           move "E" to sm-tipo
                                       end-if
                               end-evaluate
                           end-if
                           if sm-tipo not = space
                               perform jogo-do-premio
                               move prem-concurso to sm-concurso
                               move prem-valor    to sm-valor
                               release reg-sort-mov
                           end-if
                   end-read
               end-perform
           end-if
           close premios-file
           move "00" to ws-fs-premios

           .
       seleciona-movimento-exit.
           exit.
      *>===========================================================================================
       jogo-do-premio section.
      *>===========================================================================================
           *> concurso fora do cadastro fica no jogo 00, para aparecer na
           *> remessa em vez de sumir.
           move 0 to sm-jogo-id
           if concurso-disponivel
               move prem-concurso to conc-numero
               read concurso-file
                   invalid key continue
                   not invalid key move conc-jogo-id to sm-jogo-id
               end-read
           end-if

           .
       jogo-do-premio-exit.
           exit.
      *>===========================================================================================
       grava-detalhes section.
      *>===========================================================================================
           move "N" to ws-fim-sort
           move "S" to ws-primeiro-grupo
           perform until fim-sort
               return sort-movimento
                   at end move "S" to ws-fim-sort
                   not at end
                       if primeiro-grupo
                           or sm-jogo-id  not = ws-grp-jogo-id
                           or sm-concurso not = ws-grp-concurso
                           if not primeiro-grupo
                               perform fecha-concurso
                           end-if
                           move "N" to ws-primeiro-grupo
                           move sm-jogo-id  to ws-grp-jogo-id
                           move sm-concurso to ws-grp-concurso
                           move 0 to ws-grp-qtdd-apostas
                           move 0 to ws-grp-arrecadacao
                           move 0 to ws-grp-pagos
                           move 0 to ws-grp-estornados
                       end-if
                       evaluate sm-tipo
                           when "V"
                               add 1        to ws-grp-qtdd-apostas
                               add sm-valor to ws-grp-arrecadacao
                           when "P"
                               add sm-valor to ws-grp-pagos
                           when "E"
                               add sm-valor to ws-grp-estornados
                       end-evaluate
               end-return
           end-perform

           if not primeiro-grupo
               perform fecha-concurso
           end-if

           .
       grava-detalhes-exit.
           exit.
      *>===========================================================================================
       fecha-concurso section.
      *>===========================================================================================
           perform busca-comissao

           compute ws-grp-comissao rounded =
               ws-grp-arrecadacao * ws-jogo-comissao / 100
           compute ws-grp-repasse = ws-grp-arrecadacao - ws-grp-comissao
                                  - ws-grp-pagos + ws-grp-estornados

           move spaces               to reg-rem-detalhe
           move "D"                  to remd-tipo
           move ws-grp-jogo-id       to remd-jogo-id
           move ws-grp-concurso      to remd-concurso
           move ws-grp-qtdd-apostas  to remd-qtdd-apostas
           move ws-grp-arrecadacao   to remd-arrecadacao
           move ws-jogo-comissao     to remd-comissao-perc
           move ws-grp-comissao      to remd-comissao
           move ws-grp-pagos         to remd-premios-pagos
           move ws-grp-estornados    to remd-premios-estornados
           move ws-grp-repasse       to remd-repasse
           write reg-rem-detalhe

           add 1                  to ws-tot-detalhes
           add ws-grp-arrecadacao to ws-tot-arrecadacao
           add ws-grp-comissao    to ws-tot-comissao
           add ws-grp-pagos       to ws-tot-pagos
           add ws-grp-estornados  to ws-tot-estornados
           add ws-grp-repasse     to ws-tot-repasse

           move ws-jogo-comissao   to ws-perc-edit
           move ws-grp-arrecadacao to ws-arrec-edit
           move ws-grp-comissao    to ws-comis-edit
           move ws-grp-pagos       to ws-pagos-edit
           move ws-grp-estornados  to ws-estor-edit
           move ws-grp-repasse     to ws-saldo-edit
           move spaces to reg-relatorio
           string "  " ws-grp-jogo-id "  " ws-grp-concurso " "
                  ws-grp-qtdd-apostas ws-arrec-edit " " ws-perc-edit "% "
                  ws-comis-edit ws-pagos-edit ws-estor-edit ws-saldo-edit
                  delimited by size into reg-relatorio
           write reg-relatorio

           if ws-jogo-descricao = spaces
               move spaces to reg-relatorio
               string "      jogo " ws-grp-jogo-id " sem cadastro em"
                      " JOGOS.DAT: concurso sem comissao"
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if

           .
       fecha-concurso-exit.
           exit.
      *>===========================================================================================
       busca-comissao section.
      *>===========================================================================================
           *> le o jogo so quando ele muda (detalhes ordenados por jogo).
           if ws-grp-jogo-id not = ws-jogo-lido
               move ws-grp-jogo-id to ws-jogo-lido
               move 0      to ws-jogo-comissao
               move spaces to ws-jogo-descricao
               if jogo-disponivel
                   move ws-grp-jogo-id to jogo-id
                   read jogo-file
                       invalid key continue
                       not invalid key
                           move jogo-descricao to ws-jogo-descricao
                           if jogo-comissao is numeric
                               move jogo-comissao to ws-jogo-comissao
                           end-if
                   end-read
               end-if
           end-if

           .
       busca-comissao-exit.
           exit.
      *>===========================================================================================
       confere-retorno section.
      *>===========================================================================================
           *> a conferencia e contra o que foi enviado, lido de volta da
           *> remessa, e nao contra um calculo novo do movimento.
           perform pede-semana
           if semana-ok
               perform carrega-remessa-enviada
               if remessa-lida
                   open input retorno-file
                   if ws-fs-retorno <> "00"
                       close retorno-file
                       move "00" to ws-fs-retorno
                       display " Retorno " ws-nome-retorno
                               " nao encontrado. "
                   else
                       perform confronta-retorno
                   end-if
               end-if
           end-if

           .
       confere-retorno-exit.
           exit.
      *>===========================================================================================
       confronta-retorno section.
      *>===========================================================================================
           open extend relatorio-file
           if ws-fs-relatorio <> "00" then
               open output relatorio-file
           end-if

           move spaces to reg-relatorio
           write reg-relatorio
           move spaces to reg-relatorio
           string "==== Conferencia do retorno " ws-nome-retorno
                  " contra " ws-nome-remessa " - em " ws-data-hora
                  " por " ws-operador " ===="
                  delimited by size into reg-relatorio
           write reg-relatorio

           if ws-qtdd-enviados > ws-env-qtdd-trailer
               or ws-qtdd-enviados < ws-env-qtdd-trailer
               or not trailer-enviado
               move spaces to reg-relatorio
               string "  REMESSA INCOMPLETA: trailer ausente ou com "
                      ws-env-qtdd-trailer " detalhes, lidos "
                      ws-qtdd-enviados
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if

           move 0   to ws-qtdd-divergentes
           move 0   to ws-qtdd-nao-reconhecidos
           move 0   to ws-qtdd-desconhecidos
           move 0   to ws-ret-qtdd
           move 0   to ws-ret-total
           move "N" to ws-ret-trailer-lido

           perform until ws-fs-retorno <> "00"
               read retorno-file
                   at end move "10" to ws-fs-retorno
                   not at end
                       evaluate retd-tipo
                           when "H"
                               if reth-data-inicio not = ws-data-inicio
                                   move spaces to reg-relatorio
                                   string "  ATENCAO: retorno com semana"
                                          " iniciada em " reth-data-inicio
                                          delimited by size
                                          into reg-relatorio
                                   write reg-relatorio
                               end-if
                           when "D"
                               perform confere-um-concurso
                           when "T"
                               move "S" to ws-ret-trailer-lido
                               perform confere-trailer-retorno
                       end-evaluate
               end-read
           end-perform
           close retorno-file
           move "00" to ws-fs-retorno

           if not ret-trailer-lido
               move spaces to reg-relatorio
               string "  RETORNO SEM TRAILER: arquivo possivelmente"
                      " truncado"
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if

           *> enviados que o retorno nao mencionou.
           perform varying ws-i from 1 by 1 until ws-i > ws-qtdd-enviados
               if ws-env-reconhecido(ws-i) not = "S"
                   add 1 to ws-qtdd-nao-reconhecidos
                   move ws-env-repasse(ws-i) to ws-saldo-edit
                   move spaces to reg-relatorio
                   string "  NAO RECONHECIDO jogo " ws-env-jogo-id(ws-i)
                          " concurso " ws-env-concurso(ws-i)
                          ": enviado R$ " ws-saldo-edit
                          delimited by size into reg-relatorio
                   write reg-relatorio
               end-if
           end-perform

           move spaces to reg-relatorio
           string "Resultado: " ws-qtdd-divergentes " divergente(s), "
                  ws-qtdd-nao-reconhecidos " nao reconhecido(s), "
                  ws-qtdd-desconhecidos " fora da remessa, de "
                  ws-qtdd-enviados " concurso(s) enviados"
                  delimited by size into reg-relatorio
           write reg-relatorio
           close relatorio-file

           display " Conferencia: " ws-qtdd-divergentes " divergente(s), "
                   ws-qtdd-nao-reconhecidos " nao reconhecido(s), "
                   ws-qtdd-desconhecidos " fora da remessa; ver "
                   ws-nome-relatorio

           .
       confronta-retorno-exit.
           exit.
      *>===========================================================================================
       carrega-remessa-enviada section.
      *>===========================================================================================
           move 0   to ws-qtdd-enviados
           move 0   to ws-env-qtdd-trailer
           move 0   to ws-env-total-trailer
           move "N" to ws-trailer-enviado
           move "N" to ws-remessa-lida

           open input remessa-file
           if ws-fs-remessa <> "00"
               display " Remessa " ws-nome-remessa " nao encontrada:"
                       " gere a remessa da semana antes. "
           else
               move "S" to ws-remessa-lida
           end-if

           perform until ws-fs-remessa <> "00"
               read remessa-file
                   at end move "10" to ws-fs-remessa
                   not at end
                       evaluate remd-tipo
                           when "D"
                               if ws-qtdd-enviados < ws-max-enviados
                                   add 1 to ws-qtdd-enviados
                                   move remd-jogo-id
                                     to ws-env-jogo-id(ws-qtdd-enviados)
                                   move remd-concurso
                                     to ws-env-concurso(ws-qtdd-enviados)
                                   move remd-repasse
                                     to ws-env-repasse(ws-qtdd-enviados)
                                   move "N"
                                     to ws-env-reconhecido(ws-qtdd-enviados)
                               else
                                   display " Remessa com mais de "
                                           ws-max-enviados " concursos:"
                                           " excedentes nao conferidos. "
                               end-if
                           when "T"
                               move "S" to ws-trailer-enviado
                               move remt-qtdd-detalhes
                                 to ws-env-qtdd-trailer
                               move remt-total-repasse
                                 to ws-env-total-trailer
                       end-evaluate
               end-read
           end-perform
           close remessa-file
           move "00" to ws-fs-remessa

           .
       carrega-remessa-enviada-exit.
           exit.
      *>===========================================================================================
       confere-um-concurso section.
      *>===========================================================================================
           add 1 to ws-ret-qtdd
           if retd-repasse is numeric
               add retd-repasse to ws-ret-total
           end-if

           move 0 to ws-achado
           perform varying ws-i from 1 by 1
                   until ws-i > ws-qtdd-enviados or ws-achado > 0
               if ws-env-jogo-id(ws-i)  = retd-jogo-id
                   and ws-env-concurso(ws-i) = retd-concurso
                   move ws-i to ws-achado
               end-if
           end-perform

           if ws-achado = 0
               add 1 to ws-qtdd-desconhecidos
               move spaces to reg-relatorio
               string "  FORA DA REMESSA jogo " retd-jogo-id
                      " concurso " retd-concurso
                      ": reconhecido sem ter sido enviado"
                      delimited by size into reg-relatorio
               write reg-relatorio
           else
               move "S" to ws-env-reconhecido(ws-achado)
               perform compara-valor-reconhecido
           end-if

           .
       confere-um-concurso-exit.
           exit.
      *>===========================================================================================
       compara-valor-reconhecido section.
      *>===========================================================================================
           if retd-repasse is not numeric
               add 1 to ws-qtdd-divergentes
               move ws-env-repasse(ws-achado) to ws-saldo-edit
               move spaces to reg-relatorio
               string "  DIVERGENTE jogo " retd-jogo-id
                      " concurso " retd-concurso
                      ": enviado R$ " ws-saldo-edit
                      ", valor reconhecido ilegivel"
                      delimited by size into reg-relatorio
               write reg-relatorio
           else
           if retd-repasse not = ws-env-repasse(ws-achado)
               add 1 to ws-qtdd-divergentes
               compute ws-diferenca =
                   retd-repasse - ws-env-repasse(ws-achado)
               move ws-env-repasse(ws-achado) to ws-saldo-edit
               move retd-repasse              to ws-saldo2-edit
               move spaces to reg-relatorio
               string "  DIVERGENTE jogo " retd-jogo-id
                      " concurso " retd-concurso
                      ": enviado R$ " ws-saldo-edit
                      " reconhecido R$ " ws-saldo2-edit
                      delimited by size into reg-relatorio
               write reg-relatorio
               move ws-diferenca to ws-saldo-edit
               move spaces to reg-relatorio
               string "      diferenca R$ " ws-saldo-edit
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if
           end-if

           .
       compara-valor-reconhecido-exit.
           exit.
      *>===========================================================================================
       confere-trailer-retorno section.
      *>===========================================================================================
           *> totais de controle do proprio retorno: quantidade e soma dos
           *> detalhes lidos antes do trailer.
           if rett-qtdd-detalhes not = ws-ret-qtdd
               move spaces to reg-relatorio
               string "  TRAILER DO RETORNO informa " rett-qtdd-detalhes
                      " detalhes, lidos " ws-ret-qtdd
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if
           if rett-total-repasse is not numeric
               or rett-total-repasse not = ws-ret-total
               move ws-ret-total to ws-saldo-edit
               move spaces to reg-relatorio
               string "  TRAILER DO RETORNO com total diferente da soma"
                      " dos detalhes (R$ " ws-saldo-edit ")"
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if
           if ws-ret-total not = ws-env-total-trailer
               move ws-env-total-trailer to ws-saldo-edit
               move ws-ret-total         to ws-saldo2-edit
               move spaces to reg-relatorio
               string "  TOTAL enviado R$ " ws-saldo-edit
                      " reconhecido R$ " ws-saldo2-edit
                      delimited by size into reg-relatorio
               write reg-relatorio
           end-if

           .
       confere-trailer-retorno-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           close operadores-file
           if concurso-disponivel
               close concurso-file
           end-if
           if jogo-disponivel
               close jogo-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
