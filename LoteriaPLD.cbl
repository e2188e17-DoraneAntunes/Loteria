      $set sourceformat"free"
       identification division.
       program-id. "LoteriaPLD".
       Author. "Dorane Antunes".
       date-written. 15/10/2026.
       date-compiled.

      *>monitor de operacoes suspeitas (prevencao a lavagem de dinheiro):
      *>a banca e obrigada a comunicar atividade suspeita e este programa
      *>de lote aponta os casos para o responsavel examinar. le o razao
      *>de premios (PREMIOS.DAT), as apostas vivas e arquivadas
      *>(APOSTAS.DAT e APOSTAS_HIST.DAT) e o cadastro de clientes
      *>(CLIENTES.DAT), olhando so a janela dos ultimos dias definida em
      *>PARAMETROS.DAT, e aplica tres regras:
      *>  1 - o mesmo cliente com premio atras de premio na janela (o
      *>      esquema classico de "comprar bilhete premiado");
      *>  2 - aposta de valor alto vendida sem cliente cadastrado; as
      *>      apostas de um grupo de desdobramento (ap-grupo) sao uma
      *>      venda so e a regra vale para o total do grupo;
      *>  3 - muitas teimosinhas de valor alto vendidas pelo mesmo
      *>      operador no mesmo dia.
      *>os limites de cada regra vem dos parametros da banca (mantidos
      *>pelo LoteriaManutencao, com padrao proprio quando ausentes). cada
      *>ocorrencia lista o cliente, as apostas e a regra disparada no
      *>relatorio datado OCORRENCIAS_AAAAMMDD.TXT, regravado se o monitor
      *>rodar de novo no mesmo dia.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

       input-output Section.
       File-control.
           select premios-file assign to "PREMIOS.DAT"
               organization is line sequential
               file status is ws-fs-premios.
           select apostas-file assign to "APOSTAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is ap-numero-aposta
               file status is ws-fs-apostas.
           select apostas-hist-file assign to "APOSTAS_HIST.DAT"
               organization is line sequential
               file status is ws-fs-apostas-hist.
           select clientes-file assign to "CLIENTES.DAT"
               organization is indexed
               access mode is dynamic
               record key is cli-id
               file status is ws-fs-clientes.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.
           select ocorrencias-file assign to ws-nome-ocorrencias
               organization is line sequential
               file status is ws-fs-ocorrencias.
           select sort-premios assign to "PLDPREM.TMP".
           select sort-vendas assign to "PLDVEND.TMP".
       I-O-Control.

       data division.
       file section.

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

      *>relatorio datado de ocorrencias.
       fd  ocorrencias-file.
       01  reg-ocorrencia                           pic x(132).

      *>premios da janela ordenados por cliente (regra 1).
       sd  sort-premios.
       01  reg-sort-prem.
           05 sp-cliente-id                         pic 9(06).
           05 sp-data-apuracao                      pic 9(08).
           05 sp-concurso                           pic 9(06).
           05 sp-numero-aposta                      pic 9(09).
           05 sp-faixa                              pic 9(01).
           05 sp-valor                              pic 9(09)v99.
           05 sp-situacao                           pic x(01).
           05 sp-data-pagamento                     pic 9(08).
           05 sp-operador-pagto                     pic x(10).

      *>vendas para as regras de quebra: apostas de desdobramento sem
      *>cliente por grupo (tipo 2, regra 2) e, depois delas, teimosinhas
      *>de valor alto da janela por operador e dia de venda (tipo 3,
      *>regra 3; grupo zero).
       sd  sort-vendas.
       01  reg-sort-venda.
           05 sv-tipo                               pic x(01).
               88 sv-membro-grupo                   value "2".
               88 sv-teimosinha                     value "3".
           05 sv-grupo                              pic 9(09).
           05 sv-operador                           pic x(10).
           05 sv-data-venda                         pic 9(08).
           05 sv-hora-venda                         pic 9(06).
           05 sv-numero-aposta                      pic 9(09).
           05 sv-cliente-id                         pic 9(06).
           05 sv-jogo-id                            pic 9(02).
           05 sv-concurso                           pic 9(06).
           05 sv-concurso-final                     pic 9(06).
           05 sv-total                              pic 9(09)v99.

      *>declaração das variáveis do programa.
       working-storage section.

       77 ws-fs-premios                            pic x(02) value "00".
       77 ws-fs-apostas                            pic x(02) value "00".
       77 ws-fs-apostas-hist                       pic x(02) value "00".
       77 ws-fs-clientes                           pic x(02) value "00".
       77 ws-fs-parametros                         pic x(02) value "00".
       77 ws-fs-ocorrencias                        pic x(02) value "00".
       77 ws-clientes-disponivel                   pic x(01) value "N".
           88 clientes-disponivel                  value "S".
       77 ws-fim-sort                              pic x(01) value "N".
           88 fim-sort                             value "S".

       77 ws-data-hora                             pic x(14) value spaces.
       77 ws-data-hoje                             pic 9(08) value 0.
       77 ws-data-inicio                           pic 9(08) value 0.
       77 ws-nome-ocorrencias                      pic x(30) value spaces.

      *>limites das regras: o padrao aqui e o mesmo do LoteriaManutencao.
       77 ws-pld-janela-dias                       pic 9(03) value 30.
       77 ws-pld-premios-qtdd                      pic 9(03) value 3.
       77 ws-pld-sem-cliente                       pic 9(07)v99 value 500,00.
       77 ws-pld-teim-valor                        pic 9(07)v99 value 100,00.
       77 ws-pld-teim-qtdd                         pic 9(03) value 5.

      *>aposta em exame (viva ou arquivada), copiada para uma area unica
      *>para que as regras 2 e 3 sejam uma so rotina.
       01 ws-venda.
           05 ws-vd-numero-aposta                  pic 9(09).
           05 ws-vd-operador                       pic x(10).
           05 ws-vd-concurso                       pic 9(06).
           05 ws-vd-concurso-final                 pic 9(06).
           05 ws-vd-jogo-id                        pic 9(02).
           05 ws-vd-valor                          pic 9(07)v99.
           05 ws-vd-status                         pic x(01).
           05 ws-vd-cliente-id                     pic 9(06).
           05 ws-vd-data-venda                     pic 9(08).
           05 ws-vd-hora-venda                     pic 9(06).
           05 ws-vd-grupo                          pic 9(09).
       77 ws-vd-concursos                          pic 9(06) value 0.
       77 ws-vd-total                              pic 9(09)v99 value 0.

      *>grupo corrente da quebra (cliente na regra 1, operador e dia na
      *>regra 3): as linhas do grupo ficam guardadas ate se saber se o
      *>grupo atinge o limite da regra; passando de 50 linhas o grupo
      *>continua contado, mas so as 50 primeiras saem listadas.
       77 ws-primeiro-grupo                        pic x(01) value "S".
           88 primeiro-grupo                       value "S".
       77 ws-grp-cliente-id                        pic 9(06) value 0.
       77 ws-grp-operador                          pic x(10) value spaces.
       77 ws-grp-data                              pic 9(08) value 0.
       77 ws-grp-qtdd                              pic 9(06) value 0.
       77 ws-grp-total                             pic 9(11)v99 value 0.
       77 ws-grp-grupo                             pic 9(09) value 0.
       77 ws-grp-hora                              pic 9(06) value 0.
       77 ws-grp-jogo-id                           pic 9(02) value 0.
       77 ws-grp-concurso                          pic 9(06) value 0.
       77 ws-grp-concurso-final                    pic 9(06) value 0.
      *>fase da saida do sort de vendas: grupos da regra 2 primeiro,
      *>depois a regra 3.
       77 ws-fase-venda                            pic x(01) value "2".
           88 fase-regra-2                         value "2".
       01 ws-grp-linhas.
           05 ws-grp-linha                         pic x(132) occurs 50 times.
       77 ws-l                                     pic 9(02) value 0.
       77 ws-grp-nao-listadas                      pic 9(06) value 0.
       77 ws-nome-cliente                          pic x(30) value spaces.
       77 ws-documento-cliente                     pic x(14) value spaces.

      *>contadores do relatorio.
       77 ws-qtdd-regra1                           pic 9(06) value 0.
       77 ws-qtdd-regra2                           pic 9(06) value 0.
       77 ws-qtdd-regra3                           pic 9(06) value 0.
       77 ws-qtdd-apostas-lidas                    pic 9(09) value 0.
       77 ws-qtdd-premios-lidos                    pic 9(09) value 0.

       77 ws-valor-edit                            pic zz.zzz.zzz.zz9,99.
       77 ws-limite-edit                           pic zz.zzz.zz9,99.

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

           perform carrega-parametros

           *> janela: os ultimos N dias, hoje inclusive.
           compute ws-data-inicio =
               function date-of-integer(
                   function integer-of-date(ws-data-hoje)
                   - ws-pld-janela-dias + 1)

           move spaces to ws-nome-ocorrencias
           string "OCORRENCIAS_" ws-data-hoje ".TXT"
                  delimited by size into ws-nome-ocorrencias

           *> cadastro de clientes so para leitura (nome e documento do
           *> cliente na ocorrencia).
           move "N" to ws-clientes-disponivel
           open input clientes-file
           if ws-fs-clientes = "00"
               move "S" to ws-clientes-disponivel
           end-if

           open output ocorrencias-file

           move spaces to reg-ocorrencia
           string "==== Monitor de operacoes suspeitas - emitido em "
                  ws-data-hora " - janela de " ws-data-inicio
                  " a " ws-data-hoje " ===="
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

           move ws-pld-sem-cliente to ws-limite-edit
           move spaces to reg-ocorrencia
           string "Limites: regra 1 = " ws-pld-premios-qtdd
                  " premios ou mais do mesmo cliente;"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia
           move spaces to reg-ocorrencia
           string "         regra 2 = aposta (ou grupo de desdobramento)"
                  " sem cliente de R$ " ws-limite-edit " ou mais;"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia
           move ws-pld-teim-valor to ws-limite-edit
           move spaces to reg-ocorrencia
           string "         regra 3 = " ws-pld-teim-qtdd
                  " teimosinhas ou mais de R$ " ws-limite-edit
                  " ou mais do mesmo operador no mesmo dia"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

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

           if par-pld-janela-dias is numeric
               and par-pld-janela-dias > 0
               move par-pld-janela-dias to ws-pld-janela-dias
           end-if
           if par-pld-premios-qtdd is numeric
               and par-pld-premios-qtdd > 0
               move par-pld-premios-qtdd to ws-pld-premios-qtdd
           end-if
           if par-pld-sem-cliente is numeric
               move par-pld-sem-cliente to ws-pld-sem-cliente
           end-if
           if par-pld-teim-valor is numeric
               move par-pld-teim-valor to ws-pld-teim-valor
           end-if
           if par-pld-teim-qtdd is numeric
               and par-pld-teim-qtdd > 0
               move par-pld-teim-qtdd to ws-pld-teim-qtdd
           end-if

           .
       carrega-parametros-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       processamento section.
      *>-------------------------------------------------------------------------------------------
           perform regra-premios-repetidos
           perform regras-de-venda

           move spaces to reg-ocorrencia
           write reg-ocorrencia
           move spaces to reg-ocorrencia
           string "Total de ocorrencias: regra 1 = " ws-qtdd-regra1
                  "  regra 2 = " ws-qtdd-regra2
                  "  regra 3 = " ws-qtdd-regra3
                  "  (premios lidos " ws-qtdd-premios-lidos
                  ", apostas lidas " ws-qtdd-apostas-lidas ")"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

           display " Monitor de operacoes suspeitas: regra 1 = "
                   ws-qtdd-regra1 ", regra 2 = " ws-qtdd-regra2
                   ", regra 3 = " ws-qtdd-regra3 "; ver "
                   ws-nome-ocorrencias

           .
       processamento-exit.
           exit.
      *>===========================================================================================
       regra-premios-repetidos section.
      *>===========================================================================================
           *> regra 1: premios apurados na janela para o mesmo cliente
           *> cadastrado, a pagar ou ja liquidados (estornos nao contam:
           *> o premio deixou de existir).
           move spaces to reg-ocorrencia
           write reg-ocorrencia
           move spaces to reg-ocorrencia
           string "---- REGRA 1 - premios repetidos para o mesmo cliente"
                  " ----"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

           open input premios-file
           if ws-fs-premios <> "00"
               close premios-file
               move spaces to reg-ocorrencia
               string "  Razao de premios PREMIOS.DAT nao encontrado."
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia
           else
               close premios-file
               move "00" to ws-fs-premios
               sort sort-premios
                   on ascending key sp-cliente-id
                   on ascending key sp-data-apuracao
                   input procedure is seleciona-premios
                   output procedure is agrupa-premios
           end-if

           .
       regra-premios-repetidos-exit.
           exit.
      *>===========================================================================================
       seleciona-premios section.
      *>===========================================================================================
           open input premios-file
           perform until ws-fs-premios <> "00"
               read premios-file
                   at end move "10" to ws-fs-premios
                   not at end
                       add 1 to ws-qtdd-premios-lidos
                       if prem-cliente-id is numeric
                           and prem-cliente-id > 0
                           and prem-data-apuracao is numeric
                           and prem-data-apuracao >= ws-data-inicio
                           and (premio-a-pagar or premio-liquidado)
                           move prem-cliente-id     to sp-cliente-id
                           move prem-data-apuracao  to sp-data-apuracao
                           move prem-concurso       to sp-concurso
                           move prem-numero-aposta  to sp-numero-aposta
                           move prem-faixa          to sp-faixa
                           move prem-valor          to sp-valor
                           move prem-situacao       to sp-situacao
                           move prem-data-pagamento to sp-data-pagamento
                           move prem-operador-pagto to sp-operador-pagto
                           release reg-sort-prem
                       end-if
               end-read
           end-perform
           close premios-file
           move "00" to ws-fs-premios

           .
       seleciona-premios-exit.
           exit.
      *>===========================================================================================
       agrupa-premios section.
      *>===========================================================================================
           *> quebra por cliente: ao fechar cada cliente, o grupo vira
           *> ocorrencia se atingiu o numero de premios da regra.
           move "N" to ws-fim-sort
           move "S" to ws-primeiro-grupo
           perform until fim-sort
               return sort-premios
                   at end move "S" to ws-fim-sort
                   not at end
                       if primeiro-grupo
                           or sp-cliente-id not = ws-grp-cliente-id
                           if not primeiro-grupo
                               perform fecha-grupo-premios
                           end-if
                           move "N" to ws-primeiro-grupo
                           move sp-cliente-id to ws-grp-cliente-id
                           move 0 to ws-grp-qtdd
                           move 0 to ws-grp-total
                       end-if
                       add 1        to ws-grp-qtdd
                       add sp-valor to ws-grp-total
                       if ws-grp-qtdd <= 50
                           move sp-valor to ws-valor-edit
                           move spaces to ws-grp-linha(ws-grp-qtdd)
                           string "    concurso " sp-concurso
                                  " aposta " sp-numero-aposta
                                  " faixa " sp-faixa
                                  " R$ " ws-valor-edit
                                  " apurado " sp-data-apuracao
                                  " situacao " sp-situacao
                                  " pago " sp-data-pagamento
                                  " por " sp-operador-pagto
                                  delimited by size
                                  into ws-grp-linha(ws-grp-qtdd)
                       end-if
               end-return
           end-perform

           if not primeiro-grupo
               perform fecha-grupo-premios
           end-if

           .
       agrupa-premios-exit.
           exit.
      *>===========================================================================================
       fecha-grupo-premios section.
      *>===========================================================================================
           if ws-grp-qtdd >= ws-pld-premios-qtdd
               add 1 to ws-qtdd-regra1
               perform busca-cliente

               move ws-grp-total to ws-valor-edit
               move spaces to reg-ocorrencia
               string "  REGRA 1 cliente " ws-grp-cliente-id
                      " " ws-nome-cliente
                      " documento " ws-documento-cliente
                      ": " ws-grp-qtdd " premios, R$ " ws-valor-edit
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia

               perform descarrega-grupo
           end-if

           .
       fecha-grupo-premios-exit.
           exit.
      *>===========================================================================================
       regras-de-venda section.
      *>===========================================================================================
           *> regras 2 e 3 numa passada so pelas apostas vivas e
           *> arquivadas vendidas na janela: a regra 2 da aposta avulsa
           *> sai direto no relatorio; as apostas de desdobramento sem
           *> cliente seguem para o sort por grupo e as teimosinhas de
           *> valor alto para o sort da regra 3, por operador e dia, no
           *> mesmo arquivo de sort (os grupos saem primeiro).
           move spaces to reg-ocorrencia
           write reg-ocorrencia
           move spaces to reg-ocorrencia
           string "---- REGRA 2 - apostas de valor alto sem cliente"
                  " cadastrado ----"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

           sort sort-vendas
               on ascending key sv-tipo
               on ascending key sv-grupo
               on ascending key sv-operador
               on ascending key sv-data-venda
               on ascending key sv-hora-venda
               on ascending key sv-numero-aposta
               input procedure is seleciona-vendas
               output procedure is agrupa-vendas

           .
       regras-de-venda-exit.
           exit.
      *>===========================================================================================
       seleciona-vendas section.
      *>===========================================================================================
           open input apostas-file
           if ws-fs-apostas = "39"
               move spaces to reg-ocorrencia
               string "  APOSTAS.DAT no layout antigo: rode o"
                      " LoteriaConverte; apostas vivas nao examinadas."
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia
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
                           move ap-numero-aposta  to ws-vd-numero-aposta
                           move ap-operador       to ws-vd-operador
                           move ap-concurso       to ws-vd-concurso
                           move ap-concurso-final to ws-vd-concurso-final
                           move ap-jogo-id        to ws-vd-jogo-id
                           move ap-valor          to ws-vd-valor
                           move ap-status         to ws-vd-status
                           move ap-cliente-id     to ws-vd-cliente-id
                           move ap-data-venda     to ws-vd-data-venda
                           move ap-hora-venda     to ws-vd-hora-venda
                           move ap-grupo          to ws-vd-grupo
                           perform examina-venda
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
                           move hist-numero-aposta  to ws-vd-numero-aposta
                           move hist-operador       to ws-vd-operador
                           move hist-concurso       to ws-vd-concurso
                           move hist-concurso-final to ws-vd-concurso-final
                           move hist-jogo-id        to ws-vd-jogo-id
                           move hist-valor          to ws-vd-valor
                           move hist-status         to ws-vd-status
                           move hist-cliente-id     to ws-vd-cliente-id
                           move hist-data-venda     to ws-vd-data-venda
                           move hist-hora-venda     to ws-vd-hora-venda
                           move hist-grupo          to ws-vd-grupo
                           perform examina-venda
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           .
       seleciona-vendas-exit.
           exit.
      *>===========================================================================================
       examina-venda section.
      *>===========================================================================================
           *> so aposta ativa vendida na janela; aposta convertida de
           *> layout anterior (data de venda zerada) fica de fora, porque
           *> o dia da venda e desconhecido. o total da venda cobre todos
           *> os concursos da teimosinha, como cobrado no balcao.
           add 1 to ws-qtdd-apostas-lidas
           if ws-vd-status = "A"
               and ws-vd-data-venda is numeric
               and ws-vd-data-venda >= ws-data-inicio
               and ws-vd-data-venda <= ws-data-hoje
               compute ws-vd-concursos =
                   ws-vd-concurso-final - ws-vd-concurso + 1
               compute ws-vd-total = ws-vd-valor * ws-vd-concursos

               *> aposta de desdobramento: a venda e o grupo inteiro, que
               *> so se julga depois de somado (ver agrupa-vendas).
               if ws-vd-grupo is not numeric
                   move 0 to ws-vd-grupo
               end-if
               if ws-vd-cliente-id = 0
                   and ws-vd-grupo > 0
                   move "2" to sv-tipo
                   move ws-vd-grupo to sv-grupo
                   perform libera-venda
               end-if

               if ws-vd-cliente-id = 0
                   and ws-vd-grupo = 0
                   and ws-vd-total >= ws-pld-sem-cliente
                   add 1 to ws-qtdd-regra2
                   move ws-vd-total to ws-valor-edit
                   move spaces to reg-ocorrencia
                   string "  REGRA 2 aposta " ws-vd-numero-aposta
                          " sem cliente, operador " ws-vd-operador
                          " vendida " ws-vd-data-venda
                          " " ws-vd-hora-venda
                          " total R$ " ws-valor-edit
                          delimited by size into reg-ocorrencia
                   write reg-ocorrencia
                   move spaces to reg-ocorrencia
                   string "    jogo " ws-vd-jogo-id
                          " concursos " ws-vd-concurso
                          " a " ws-vd-concurso-final
                          delimited by size into reg-ocorrencia
                   write reg-ocorrencia
               end-if

               if ws-vd-concurso-final > ws-vd-concurso
                   and ws-vd-total >= ws-pld-teim-valor
                   move "3" to sv-tipo
                   move 0   to sv-grupo
                   perform libera-venda
               end-if
           end-if

           .
       examina-venda-exit.
           exit.
      *>===========================================================================================
       libera-venda section.
      *>===========================================================================================
           *> a venda em exame vai para o sort com o tipo e o grupo ja
           *> preenchidos por quem chama.
           move ws-vd-operador       to sv-operador
           move ws-vd-data-venda     to sv-data-venda
           move ws-vd-hora-venda     to sv-hora-venda
           move ws-vd-numero-aposta  to sv-numero-aposta
           move ws-vd-cliente-id     to sv-cliente-id
           move ws-vd-jogo-id        to sv-jogo-id
           move ws-vd-concurso       to sv-concurso
           move ws-vd-concurso-final to sv-concurso-final
           move ws-vd-total          to sv-total
           release reg-sort-venda

           .
       libera-venda-exit.
           exit.
      *>===========================================================================================
       agrupa-vendas section.
      *>===========================================================================================
           *> primeiro os grupos de desdobramento sem cliente (tipo 2),
           *> ainda na secao da regra 2: quebra por grupo, e o grupo vira
           *> ocorrencia se o total atingiu o limite da aposta sem
           *> cliente. depois a regra 3 (tipo 3): quebra por operador e
           *> dia de venda; o grupo vira ocorrencia se atingiu a
           *> quantidade de teimosinhas da regra.
           move "N" to ws-fim-sort
           move "S" to ws-primeiro-grupo
           move "2" to ws-fase-venda
           perform until fim-sort
               return sort-vendas
                   at end move "S" to ws-fim-sort
                   not at end
                       if sv-membro-grupo
                           perform acumula-grupo-desdobramento
                       else
                           if fase-regra-2
                               perform abre-regra-3
                           end-if
                           perform acumula-grupo-vendas
                       end-if
               end-return
           end-perform

           if fase-regra-2
               perform abre-regra-3
           end-if
           if not primeiro-grupo
               perform fecha-grupo-vendas
           end-if

           .
       agrupa-vendas-exit.
           exit.
      *>===========================================================================================
       acumula-grupo-desdobramento section.
      *>===========================================================================================
           *> o grupo inteiro foi vendido junto: operador, dia, jogo e
           *> concursos vem da primeira aposta dele.
           if primeiro-grupo
               or sv-grupo not = ws-grp-grupo
               if not primeiro-grupo
                   perform fecha-grupo-desdobramento
               end-if
               move "N" to ws-primeiro-grupo
               move sv-grupo          to ws-grp-grupo
               move sv-operador       to ws-grp-operador
               move sv-data-venda     to ws-grp-data
               move sv-hora-venda     to ws-grp-hora
               move sv-jogo-id        to ws-grp-jogo-id
               move sv-concurso       to ws-grp-concurso
               move sv-concurso-final to ws-grp-concurso-final
               move 0 to ws-grp-qtdd
               move 0 to ws-grp-total
           end-if
           add 1        to ws-grp-qtdd
           add sv-total to ws-grp-total
           if ws-grp-qtdd <= 50
               move sv-total to ws-valor-edit
               move spaces to ws-grp-linha(ws-grp-qtdd)
               string "    aposta " sv-numero-aposta
                      " hora " sv-hora-venda
                      " total R$ " ws-valor-edit
                      delimited by size
                      into ws-grp-linha(ws-grp-qtdd)
           end-if

           .
       acumula-grupo-desdobramento-exit.
           exit.
      *>===========================================================================================
       fecha-grupo-desdobramento section.
      *>===========================================================================================
           if ws-grp-total >= ws-pld-sem-cliente
               add 1 to ws-qtdd-regra2

               move ws-grp-total to ws-valor-edit
               move spaces to reg-ocorrencia
               string "  REGRA 2 grupo de desdobramento " ws-grp-grupo
                      " sem cliente: " ws-grp-qtdd " apostas, total R$ "
                      ws-valor-edit
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia
               move spaces to reg-ocorrencia
               string "    operador " ws-grp-operador
                      " vendido " ws-grp-data " " ws-grp-hora
                      " jogo " ws-grp-jogo-id
                      " concursos " ws-grp-concurso
                      " a " ws-grp-concurso-final
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia

               perform descarrega-grupo
           end-if

           .
       fecha-grupo-desdobramento-exit.
           exit.
      *>===========================================================================================
       abre-regra-3 section.
      *>===========================================================================================
           *> fim dos grupos da regra 2: fecha o ultimo e abre a secao da
           *> regra 3 no relatorio.
           if not primeiro-grupo
               perform fecha-grupo-desdobramento
           end-if
           move "3" to ws-fase-venda
           move "S" to ws-primeiro-grupo

           move spaces to reg-ocorrencia
           write reg-ocorrencia
           move spaces to reg-ocorrencia
           string "---- REGRA 3 - teimosinhas de valor alto do mesmo"
                  " operador no mesmo dia ----"
                  delimited by size into reg-ocorrencia
           write reg-ocorrencia

           .
       abre-regra-3-exit.
           exit.
      *>===========================================================================================
       acumula-grupo-vendas section.
      *>===========================================================================================
           if primeiro-grupo
               or sv-operador   not = ws-grp-operador
               or sv-data-venda not = ws-grp-data
               if not primeiro-grupo
                   perform fecha-grupo-vendas
               end-if
               move "N" to ws-primeiro-grupo
               move sv-operador   to ws-grp-operador
               move sv-data-venda to ws-grp-data
               move 0 to ws-grp-qtdd
               move 0 to ws-grp-total
           end-if
           add 1        to ws-grp-qtdd
           add sv-total to ws-grp-total
           if ws-grp-qtdd <= 50
               move sv-total to ws-valor-edit
               move spaces to ws-grp-linha(ws-grp-qtdd)
               string "    aposta " sv-numero-aposta
                      " hora " sv-hora-venda
                      " cliente " sv-cliente-id
                      " jogo " sv-jogo-id
                      " concursos " sv-concurso
                      " a " sv-concurso-final
                      " total R$ " ws-valor-edit
                      delimited by size
                      into ws-grp-linha(ws-grp-qtdd)
           end-if

           .
       acumula-grupo-vendas-exit.
           exit.
      *>===========================================================================================
       fecha-grupo-vendas section.
      *>===========================================================================================
           if ws-grp-qtdd >= ws-pld-teim-qtdd
               add 1 to ws-qtdd-regra3

               move ws-grp-total to ws-valor-edit
               move spaces to reg-ocorrencia
               string "  REGRA 3 operador " ws-grp-operador
                      " em " ws-grp-data
                      ": " ws-grp-qtdd " teimosinhas, R$ " ws-valor-edit
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia

               perform descarrega-grupo
           end-if

           .
       fecha-grupo-vendas-exit.
           exit.
      *>===========================================================================================
       descarrega-grupo section.
      *>===========================================================================================
           *> linhas guardadas do grupo que virou ocorrencia.
           perform varying ws-l from 1 by 1
                   until ws-l > 50 or ws-l > ws-grp-qtdd
               move ws-grp-linha(ws-l) to reg-ocorrencia
               write reg-ocorrencia
           end-perform

           if ws-grp-qtdd > 50
               compute ws-grp-nao-listadas = ws-grp-qtdd - 50
               move spaces to reg-ocorrencia
               string "    ... e mais " ws-grp-nao-listadas
                      " nao listadas"
                      delimited by size into reg-ocorrencia
               write reg-ocorrencia
           end-if

           .
       descarrega-grupo-exit.
           exit.
      *>===========================================================================================
       busca-cliente section.
      *>===========================================================================================
           move "(cliente sem cadastro)" to ws-nome-cliente
           move spaces                   to ws-documento-cliente
           if clientes-disponivel
               move ws-grp-cliente-id to cli-id
               read clientes-file
                   invalid key continue
                   not invalid key
                       move cli-nome      to ws-nome-cliente
                       move cli-documento to ws-documento-cliente
               end-read
           end-if

           .
       busca-cliente-exit.
           exit.
      *>-------------------------------------------------------------------------------------------
       finaliza section.
      *>-------------------------------------------------------------------------------------------
           close ocorrencias-file
           if clientes-disponivel
               close clientes-file
           end-if

           Stop Run

           .
       finaliza-exit.
           exit.
