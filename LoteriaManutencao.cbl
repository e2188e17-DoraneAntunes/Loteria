      *>enquanto o concurso da aposta ainda esta aberto) e reimpressao do
      *>comprovante de qualquer aposta gravada. aposta cancelada nunca
      *>entra na conferencia nem recebe premio (ver Loteria.cbl).
      *>a retaguarda tambem mantem os parametros da banca em
      *>PARAMETROS.DAT (registro unico, so nivel 3, com jornal), lidos
      *>pelos demais programas com padrao proprio quando o arquivo ou o
      *>campo ainda nao existe, e marca o tipo do concurso (regular ou
      *>especial, ver calcula-premios em Loteria.cbl) enquanto ele ainda
      *>nao foi apurado. aposta de um grupo de desdobramento (ver
      *>ap-grupo em Loteria.cbl) e cancelada e reimpressa junto com o
      *>grupo inteiro, pelas mesmas opcoes de cancelamento e segunda via.
       environment division.
       configuration Section.
           special-names. decimal-point is comma.
               access mode is dynamic
               record key is jogo-id
               file status is ws-fs-jogo.
           select parametros-file assign to "PARAMETROS.DAT"
               organization is line sequential
               file status is ws-fs-parametros.
       I-O-Control.

       data division.
           05 ap-cliente-id                         pic 9(06).
           05 ap-numeros.
               10 ap-num                            pic 9(02) occurs 10 times.
           05 ap-data-venda                         pic 9(08).
           05 ap-hora-venda                         pic 9(06).
           05 ap-grupo                              pic 9(09).

      *>historico sequencial das apostas expurgadas pelo LoteriaArquiva,
      *>mesmo layout do registro vivo: consulta e segunda via continuam
           05 hist-cliente-id                       pic 9(06).
           05 hist-numeros.
               10 hist-num                          pic 9(02) occurs 10 times.
           05 hist-data-venda                       pic 9(08).
           05 hist-hora-venda                       pic 9(06).
           05 hist-grupo                            pic 9(09).

      *>cadastro mestre de concursos, mesmo layout gravado por Loteria.cbl.
       fd  concurso-file.
               88 concurso-aberto                   value "A".
               88 concurso-fechado                  value "F".
               88 concurso-apurado                  value "P".
           05 conc-tipo                             pic x(01).
               88 concurso-especial                 value "E".

      *>comprovante (segunda via) da aposta, para entregar ao cliente.
       fd  comprovante-file.
           05 jogo-precos.
               10 jogo-preco                        pic 9(07)v99 occurs 10 times.
           05 jogo-hora-corte                       pic 9(06).
           05 jogo-comissao                         pic 9(02)v99.

      *>parametros da banca, registro unico regravado por inteiro a cada
      *>alteracao (mesma mecanica do registro de controle em
      *>Loteria.cbl). um campo acrescentado depois chega em branco num
      *>arquivo antigo e cada programa le branco como o seu padrao.
      *>par-ir-limite/par-ir-aliquota: retencao de imposto de renda na
      *>liquidacao de premios (ver LoteriaCaixa).
      *>par-pld-*: prevencao a lavagem de dinheiro — valor de venda a
      *>partir do qual a aposta exige cliente cadastrado (Loteria.cbl) e
      *>os limites das regras do monitor de operacoes suspeitas
      *>(LoteriaPLD): janela em dias, premios por cliente na janela,
      *>aposta sem cliente, teimosinha de valor alto e quantas delas um
      *>operador vende num dia.
      *>par-reserva-perc: percentual do bolo de premios de cada concurso
      *>regular retido para a reserva especial do jogo (Loteria.cbl).
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

      *>declaração das variáveis do programa.
       working-storage section.
       77 ws-ptr                                   pic 9(02) value 1.
       77 ws-data-hora                             pic x(14) value spaces.

      *>grupo de desdobramento: cancelamento e segunda via tratam todas
      *>as apostas com o mesmo ap-grupo como uma unidade.
       77 ws-grupo-alvo                            pic 9(09) value 0.
       77 ws-grupo-concurso                        pic 9(06) value 0.
       77 ws-grupo-membros                         pic 9(03) value 0.
       77 ws-grupo-ativos                          pic 9(03) value 0.
       77 ws-grupo-bolao                           pic 9(03) value 0.
       77 ws-grupo-cancelados                      pic 9(03) value 0.
       77 ws-grupo-fase                            pic 9(01) value 1.
           88 grupo-contando                       value 1.
           88 grupo-cancelando                     value 2.
       77 ws-grupo-valor                           pic 9(09)v99 value 0.
       77 ws-grupo-numeros                         pic x(64) value spaces.
       77 ws-grupo-ptr                             pic 9(03) value 1.
       77 ws-grupo-k                               pic 9(03) value 0.
       77 ws-grupo-num                             pic 9(02) value 0.
       01 ws-grupo-marcas.
           05 ws-grupo-marca                       pic x(01) occurs 99 times.

      *>codigo de autenticacao do bilhete, mesmo calculo e mesma chave de
      *>Loteria.cbl (ver calcula-codigo-verif): a segunda via sai com o
      *>mesmo codigo da primeira, que o caixa confere antes de pagar.
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

      *>cadastro de clientes so para leitura; sem ele a consulta exibe o
      *>id do cliente sem nome, e aposta sem cliente segue como sempre.
       77 ws-fs-clientes                           pic x(02) value "00".
           05 ws-corte-novo-mm                     pic 9(02).
           05 ws-corte-novo-ss                     pic 9(02).

      *>parametros da banca: o padrao aqui e o mesmo de cada programa
      *>que le o arquivo; valores digitados em centavos/centesimos
      *>inteiros (mesma regra do valor de quota em LoteriaBolao).
       77 ws-fs-parametros                         pic x(02) value "00".
       77 ws-ir-limite                             pic 9(07)v99 value 2259,20.
       77 ws-ir-aliquota                           pic 9(02)v99 value 30,00.
       77 ws-valor-centavos                        pic 9(09) value 0.
       77 ws-aliquota-centesimos                   pic 9(05) value 0.
       77 ws-aliquota-edit                         pic z9,99.
       77 ws-pld-limite-venda                      pic 9(07)v99 value 1000,00.
       77 ws-pld-janela-dias                       pic 9(03) value 30.
       77 ws-pld-premios-qtdd                      pic 9(03) value 3.
       77 ws-pld-sem-cliente                       pic 9(07)v99 value 500,00.
       77 ws-pld-teim-valor                        pic 9(07)v99 value 100,00.
       77 ws-pld-teim-qtdd                         pic 9(03) value 5.
       77 ws-qtdd-digitada                         pic 9(03) value 0.
       77 ws-reserva-perc                          pic 9(02)v99 value 5,00.

      *>tipo do concurso digitado na marcacao de especial.
       77 ws-concurso-alvo                         pic 9(06) value 0.
       77 ws-tipo-novo                             pic x(01) value space.

      *>Usado no programa chamado, variáveis em comum.
       linkage section.

                   display " 4 - Cancelar aposta "
                   display " 5 - Reimprimir comprovante "
                   display " 6 - Alterar hora de corte do jogo "
                   display " 7 - Parametros da banca "
                   display " 8 - Alterar comissao do jogo "
                   display " 9 - Tipo do concurso (regular/especial) "
                   display " 0 - Sair "
                   display " Opcao: " with no advancing
                   accept ws-opcao
                       when 4 perform cancela-aposta
                       when 5 perform reimprime-aposta
                       when 6 perform altera-corte-jogo
                       when 7 perform altera-parametros
                       when 8 perform altera-comissao-jogo
                       when 9 perform altera-tipo-concurso
                       when 0 continue
                       when other display " Opcao invalida. "
                   end-evaluate
               invalid key
                   display " Aposta " ws-numero-procurado " nao encontrada. "
               not invalid key
                   if ap-grupo > 0
                       perform cancela-grupo
                   else
                       perform confirma-cancelamento
                   end-if
           end-read

           .
           .
       confirma-cancelamento-exit.
           exit.
      *>===========================================================================================
       cancela-grupo section.
      *>===========================================================================================
           *> as apostas de um desdobramento foram vendidas e pagas juntas:
           *> o cancelamento leva o grupo inteiro, com as mesmas regras da
           *> aposta avulsa (concurso aberto, nenhuma aposta de bolao,
           *> nivel de supervisor) e uma linha de jornal por aposta.
           move ap-grupo    to ws-grupo-alvo
           move ap-concurso to ws-grupo-concurso
           move 0 to ws-grupo-membros
           move 0 to ws-grupo-ativos
           move 0 to ws-grupo-bolao
           move 0 to ws-grupo-cancelados

           display " Aposta " ap-numero-aposta " pertence ao grupo de"
                   " desdobramento " ws-grupo-alvo ": "
           move 1 to ws-grupo-fase
           perform percorre-grupo

           move ws-grupo-concurso to conc-numero
           read concurso-file
               invalid key move "F" to conc-status
           end-read

           if ws-grupo-ativos = 0
               display " Grupo " ws-grupo-alvo " ja esta cancelado. "
           else
           if not concurso-aberto
               display " Concurso " ws-grupo-concurso " ja esta fechado:"
                       " grupo nao pode mais ser cancelado. "
           else
           if ws-grupo-bolao > 0
               display " Grupo " ws-grupo-alvo " tem aposta de bolao:"
                       " grupo nao se cancela. "
           else
           if ws-nivel-operador < 2
               display " Cancelamento exige nivel de supervisor. "
           else
               display " Confirma o cancelamento das " ws-grupo-ativos
                       " apostas ativas do grupo? (S/N) " with no advancing
               accept ws-confirma

               if ws-confirma = "S" or ws-confirma = "s"
                   move 2 to ws-grupo-fase
                   perform percorre-grupo
                   display " Grupo " ws-grupo-alvo ": " ws-grupo-cancelados
                           " apostas canceladas. "
               else
                   display " Cancelamento abandonado. "
               end-if
           end-if
           end-if
           end-if
           end-if

           .
       cancela-grupo-exit.
           exit.
      *>===========================================================================================
       percorre-grupo section.
      *>===========================================================================================
           *> varre o arquivo vivo a partir do numero do grupo (o numero
           *> da primeira aposta dele). na contagem exibe cada aposta e
           *> soma ativas e de bolao; no cancelamento regrava as ativas.
           move ws-grupo-alvo to ap-numero-aposta
           start apostas-file key is not less than ap-numero-aposta
               invalid key move "10" to ws-fs-apostas
               not invalid key move "00" to ws-fs-apostas
           end-start
           perform until ws-fs-apostas <> "00"
               read apostas-file next record
                   at end move "10" to ws-fs-apostas
                   not at end
                       if ap-grupo = ws-grupo-alvo
                           if grupo-contando
                               add 1 to ws-grupo-membros
                               if not aposta-cancelada
                                   add 1 to ws-grupo-ativos
                               end-if
                               if ap-bolao-id > 0
                                   add 1 to ws-grupo-bolao
                               end-if
                               perform exibe-aposta
                           else
                           if not aposta-cancelada
                               move reg-aposta to jor-antes

                               move "C" to ap-status
                               rewrite reg-aposta
                                   invalid key display " Erro ao cancelar aposta: " ws-fs-apostas
                                   not invalid key add 1 to ws-grupo-cancelados
                               end-rewrite

                               move "APOSTAS.DAT" to jor-arquivo
                               move "REWRITE"     to jor-operacao
                               move reg-aposta    to jor-depois
                               perform grava-jornal
                           end-if
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to ws-fs-apostas

           .
       percorre-grupo-exit.
           exit.
      *>===========================================================================================
       altera-corte-jogo section.
      *>===========================================================================================
           .
       altera-corte-jogo-exit.
           exit.
      *>===========================================================================================
       altera-comissao-jogo section.
      *>===========================================================================================
           *> comissao da banca sobre a arrecadacao do jogo, retida na
           *> remessa semanal a administradora (LoteriaRemessa). mexe no
           *> dinheiro repassado, entao so nivel 3 altera e a regravacao
           *> vai ao jornal.
           if ws-nivel-operador < 3
               display " Alterar comissao exige nivel 3. "
           else
           if ws-fs-jogo <> "00"
               display " Cadastro de jogos JOGOS.DAT nao encontrado. "
           else
               display " Jogo a alterar (numero): " with no advancing
               accept ws-jogo-alvo

               move ws-jogo-alvo to jogo-id
               read jogo-file
                   invalid key
                       display " Jogo " ws-jogo-alvo " nao cadastrado. "
                   not invalid key
                       move jogo-comissao to ws-aliquota-edit
                       display " Jogo " jogo-id " " jogo-descricao
                               " comissao atual " ws-aliquota-edit "% "
                       display " Nova comissao em centesimos de %,"
                               " ex. 800 = 8% (0 = mantem): "
                               with no advancing
                       accept ws-aliquota-centesimos

                       if ws-aliquota-centesimos = 0
                           display " Comissao mantida. "
                       else
                       if ws-aliquota-centesimos > 9999
                           display " Comissao acima de 99,99%: nada"
                                   " alterado. "
                       else
                           move reg-jogo to jor-antes

                           compute jogo-comissao =
                               ws-aliquota-centesimos / 100
                           rewrite reg-jogo
                               invalid key display " Erro ao alterar jogo: "
                                                   ws-fs-jogo
                           end-rewrite

                           move "JOGOS.DAT" to jor-arquivo
                           move "REWRITE"   to jor-operacao
                           move reg-jogo    to jor-depois
                           perform grava-jornal

                           move jogo-comissao to ws-aliquota-edit
                           display " Comissao do jogo " jogo-id
                                   " alterada para " ws-aliquota-edit "%. "
                       end-if
                       end-if
               end-read
           end-if
           end-if

           .
       altera-comissao-jogo-exit.
           exit.
      *>===========================================================================================
       altera-tipo-concurso section.
      *>===========================================================================================
           *> o concurso especial recebe a reserva especial e o fundo
           *> acumulado do jogo por cima do bolo e nao acumula (ver
           *> calcula-premios em Loteria.cbl). o tipo so muda antes da
           *> apuracao — depois dela a reserva ja foi movimentada pela
           *> regra do tipo antigo. mexe no destino do dinheiro, entao so
           *> nivel 3 altera e a regravacao vai ao jornal.
           if ws-nivel-operador < 3
               display " Alterar tipo do concurso exige nivel 3. "
           else
           if ws-fs-concurso <> "00"
               display " Cadastro de concursos CONCURSOS.DAT nao"
                       " encontrado. "
           else
               display " Concurso a alterar (numero): " with no advancing
               accept ws-concurso-alvo

               move ws-concurso-alvo to conc-numero
               read concurso-file
                   invalid key
                       display " Concurso " ws-concurso-alvo
                               " nao cadastrado. "
                   not invalid key
                       if concurso-especial
                           display " Concurso " conc-numero " jogo "
                                   conc-jogo-id " status " conc-status
                                   " tipo atual ESPECIAL "
                       else
                           display " Concurso " conc-numero " jogo "
                                   conc-jogo-id " status " conc-status
                                   " tipo atual REGULAR "
                       end-if

                       if concurso-apurado
                           display " Concurso ja apurado: tipo nao pode"
                                   " mais mudar. "
                       else
                           display " Novo tipo (E = especial, R ="
                                   " regular): " with no advancing
                           accept ws-tipo-novo
                           if ws-tipo-novo = "e"
                               move "E" to ws-tipo-novo
                           end-if
                           if ws-tipo-novo = "r"
                               move "R" to ws-tipo-novo
                           end-if

                           if ws-tipo-novo not = "E"
                               and ws-tipo-novo not = "R"
                               display " Tipo invalido: nada alterado. "
                           else
                               move reg-concurso to jor-antes

                               move ws-tipo-novo to conc-tipo
                               rewrite reg-concurso
                                   invalid key display " Erro ao alterar"
                                           " concurso: " ws-fs-concurso
                               end-rewrite

                               move "CONCURSOS"  to jor-arquivo
                               move "REWRITE"    to jor-operacao
                               move reg-concurso to jor-depois
                               perform grava-jornal

                               display " Concurso " conc-numero
                                       " gravado com tipo " conc-tipo ". "
                           end-if
                       end-if
               end-read
           end-if
           end-if

           .
       altera-tipo-concurso-exit.
           exit.
      *>===========================================================================================
       altera-parametros section.
      *>===========================================================================================
           *> parametros da banca: mexem em quanto dinheiro sai para o
           *> fisco e para o cliente, entao so nivel 3 altera e a
           *> regravacao vai ao jornal com as imagens antes/depois.
           if ws-nivel-operador < 3
               display " Alterar parametros da banca exige nivel 3. "
           else
               perform carrega-parametros
               move reg-parametro to jor-antes

               move ws-ir-limite   to ws-valor-edit
               move ws-ir-aliquota to ws-aliquota-edit
               display " Retencao de IR: limite de isencao R$ "
                       ws-valor-edit " aliquota " ws-aliquota-edit "% "

               display " Novo limite de isencao do IR em centavos"
                       " (0 = mantem): " with no advancing
               accept ws-valor-centavos
               if ws-valor-centavos > 0
                   compute ws-ir-limite = ws-valor-centavos / 100
               end-if

               display " Nova aliquota do IR em centesimos de %,"
                       " ex. 3000 = 30% (0 = mantem): " with no advancing
               accept ws-aliquota-centesimos
               if ws-aliquota-centesimos > 0
                   if ws-aliquota-centesimos > 9999
                       display " Aliquota acima de 99,99%: mantida. "
                   else
                       compute ws-ir-aliquota =
                           ws-aliquota-centesimos / 100
                   end-if
               end-if

               perform altera-parametros-pld
               perform altera-parametros-reserva

               perform grava-parametros

               move "PARAMETROS"  to jor-arquivo
               move "REWRITE"     to jor-operacao
               move reg-parametro to jor-depois
               perform grava-jornal

               move ws-ir-limite   to ws-valor-edit
               move ws-ir-aliquota to ws-aliquota-edit
               display " Parametros gravados: IR acima de R$ "
                       ws-valor-edit " retem " ws-aliquota-edit "%. "
               move ws-pld-limite-venda to ws-valor-edit
               display " Venda acima de R$ " ws-valor-edit
                       " exige cliente cadastrado. "
           end-if

           .
       altera-parametros-exit.
           exit.
      *>===========================================================================================
       altera-parametros-pld section.
      *>===========================================================================================
           *> limites da prevencao a lavagem de dinheiro: a exigencia de
           *> cliente na venda e as regras do monitor LoteriaPLD.
           move ws-pld-limite-venda to ws-valor-edit
           display " Venda que exige cliente cadastrado: acima de R$ "
                   ws-valor-edit
           display " Novo valor em centavos (0 = mantem): "
                   with no advancing
           accept ws-valor-centavos
           if ws-valor-centavos > 0
               compute ws-pld-limite-venda = ws-valor-centavos / 100
           end-if

           display " Monitor: janela de " ws-pld-janela-dias
                   " dias; nova janela (0 = mantem): " with no advancing
           accept ws-qtdd-digitada
           if ws-qtdd-digitada > 0
               move ws-qtdd-digitada to ws-pld-janela-dias
           end-if

           display " Monitor: premios do mesmo cliente na janela: "
                   ws-pld-premios-qtdd "; novo (0 = mantem): "
                   with no advancing
           accept ws-qtdd-digitada
           if ws-qtdd-digitada > 0
               move ws-qtdd-digitada to ws-pld-premios-qtdd
           end-if

           move ws-pld-sem-cliente to ws-valor-edit
           display " Monitor: aposta sem cliente a partir de R$ "
                   ws-valor-edit
           display " Novo valor em centavos (0 = mantem): "
                   with no advancing
           accept ws-valor-centavos
           if ws-valor-centavos > 0
               compute ws-pld-sem-cliente = ws-valor-centavos / 100
           end-if

           move ws-pld-teim-valor to ws-valor-edit
           display " Monitor: teimosinha de valor alto a partir de R$ "
                   ws-valor-edit
           display " Novo valor em centavos (0 = mantem): "
                   with no advancing
           accept ws-valor-centavos
           if ws-valor-centavos > 0
               compute ws-pld-teim-valor = ws-valor-centavos / 100
           end-if

           display " Monitor: teimosinhas altas por operador num dia: "
                   ws-pld-teim-qtdd "; novo (0 = mantem): "
                   with no advancing
           accept ws-qtdd-digitada
           if ws-qtdd-digitada > 0
               move ws-qtdd-digitada to ws-pld-teim-qtdd
           end-if

           .
       altera-parametros-pld-exit.
           exit.
      *>===========================================================================================
       altera-parametros-reserva section.
      *>===========================================================================================
           *> parcela do bolo de cada concurso regular retida para a
           *> reserva especial do jogo.
           move ws-reserva-perc to ws-aliquota-edit
           display " Reserva especial: " ws-aliquota-edit
                   "% do bolo de cada concurso regular "
           display " Novo percentual em centesimos de %, ex. 500 = 5%"
                   " (0 = mantem): " with no advancing
           accept ws-aliquota-centesimos
           if ws-aliquota-centesimos > 0
               if ws-aliquota-centesimos > 5000
                   display " Reserva acima de 50% do bolo: mantida. "
               else
                   compute ws-reserva-perc =
                       ws-aliquota-centesimos / 100
               end-if
           end-if

           .
       altera-parametros-reserva-exit.
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

           if par-ir-limite is numeric
               move par-ir-limite to ws-ir-limite
           end-if
           if par-ir-aliquota is numeric
               move par-ir-aliquota to ws-ir-aliquota
           end-if
           if par-pld-limite-venda is numeric
               move par-pld-limite-venda to ws-pld-limite-venda
           end-if
           if par-pld-janela-dias is numeric
               move par-pld-janela-dias to ws-pld-janela-dias
           end-if
           if par-pld-premios-qtdd is numeric
               move par-pld-premios-qtdd to ws-pld-premios-qtdd
           end-if
           if par-pld-sem-cliente is numeric
               move par-pld-sem-cliente to ws-pld-sem-cliente
           end-if
           if par-pld-teim-valor is numeric
               move par-pld-teim-valor to ws-pld-teim-valor
           end-if
           if par-pld-teim-qtdd is numeric
               move par-pld-teim-qtdd to ws-pld-teim-qtdd
           end-if
           if par-reserva-perc is numeric
               move par-reserva-perc to ws-reserva-perc
           end-if

           .
       carrega-parametros-exit.
           exit.
      *>===========================================================================================
       grava-parametros section.
      *>===========================================================================================
           *> regrava o registro unico por inteiro com os valores em uso.
           move ws-ir-limite   to par-ir-limite
           move ws-ir-aliquota to par-ir-aliquota
           move ws-pld-limite-venda to par-pld-limite-venda
           move ws-pld-janela-dias  to par-pld-janela-dias
           move ws-pld-premios-qtdd to par-pld-premios-qtdd
           move ws-pld-sem-cliente  to par-pld-sem-cliente
           move ws-pld-teim-valor   to par-pld-teim-valor
           move ws-pld-teim-qtdd    to par-pld-teim-qtdd
           move ws-reserva-perc     to par-reserva-perc
           open output parametros-file
           write reg-parametro
           close parametros-file

           .
       grava-parametros-exit.
           exit.
      *>===========================================================================================
       grava-jornal section.
      *>===========================================================================================
                   *> pelo expurgo mensal: a segunda via continua devida.
                   perform busca-aposta-historico
                   if ws-aposta-achada = "S"
                       perform reimprime-unidade
                   else
                       display " Aposta " ws-numero-procurado " nao encontrada. "
                   end-if
               not invalid key
                   perform reimprime-unidade
           end-read

           .
       reimprime-aposta-exit.
           exit.
      *>===========================================================================================
       reimprime-unidade section.
      *>===========================================================================================
           *> aposta de desdobramento sai na segunda via do grupo inteiro,
           *> como saiu na venda; aposta avulsa sai sozinha.
           if ap-grupo > 0
               perform grava-comprovante-grupo
           else
               perform grava-comprovante
           end-if

           .
       reimprime-unidade-exit.
           exit.
      *>===========================================================================================
       busca-aposta-historico section.
      *>===========================================================================================
           end-if
           write reg-comprovante

           *> codigo de autenticacao: o mesmo da primeira via, pedido
           *> pelo caixa antes de pagar qualquer premio desta aposta.
           perform calcula-codigo-verif
           move spaces to reg-comprovante
           string "Codigo de autenticacao: " ws-codigo-verif
                  delimited by size into reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           string "----------------------------------------------------"
                  delimited by size into reg-comprovante
           .
       grava-comprovante-exit.
           exit.
      *>===========================================================================================
       grava-comprovante-grupo section.
      *>===========================================================================================
           *> segunda via do comprovante do grupo de desdobramento: o
           *> cabecalho sai da aposta pedida (concurso, jogo, operador e
           *> cliente sao os mesmos em todo o grupo) e cada aposta do
           *> grupo, arquivada ou viva, vira uma linha com seu codigo.
           move function current-date(1:14) to ws-data-hora
           move ap-grupo to ws-grupo-alvo
           move 0 to ws-grupo-membros
           move 0 to ws-grupo-valor
           move all "N" to ws-grupo-marcas

           move spaces to reg-comprovante
           string "---- COMPROVANTE DE DESDOBRAMENTO (2a via) ----"
                  delimited by size into reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           if ap-concurso-final > ap-concurso
               string "Grupo "     ws-grupo-alvo
                      " concursos " ap-concurso
                      " a "        ap-concurso-final
                      " (teimosinha) jogo " ap-jogo-id
                      delimited by size into reg-comprovante
           else
               string "Grupo "     ws-grupo-alvo
                      " concurso " ap-concurso
                      " jogo "     ap-jogo-id
                      delimited by size into reg-comprovante
           end-if
           write reg-comprovante

           move spaces to reg-comprovante
           string "Operador " ap-operador
                  " emitida em " ws-data-hora
                  delimited by size into reg-comprovante
           write reg-comprovante

           if ap-cliente-id > 0
               perform busca-nome-cliente
               move spaces to reg-comprovante
               string "Cliente " ap-cliente-id
                      " " ws-nome-cliente
                      delimited by size into reg-comprovante
               write reg-comprovante
           end-if

           *> apostas do grupo ja expurgadas para o historico.
           open input apostas-hist-file
           if ws-fs-apostas-hist = "00"
               perform until ws-fs-apostas-hist <> "00"
                   read apostas-hist-file
                       at end move "10" to ws-fs-apostas-hist
                       not at end
                           if hist-grupo = ws-grupo-alvo
                               move reg-aposta-hist to reg-aposta
                               perform grava-linha-grupo
                           end-if
                   end-read
               end-perform
           end-if
           close apostas-hist-file
           move "00" to ws-fs-apostas-hist

           *> apostas do grupo ainda no arquivo vivo, a partir do numero
           *> do grupo (o da primeira aposta dele).
           move ws-grupo-alvo to ap-numero-aposta
           start apostas-file key is not less than ap-numero-aposta
               invalid key move "10" to ws-fs-apostas
               not invalid key move "00" to ws-fs-apostas
           end-start
           perform until ws-fs-apostas <> "00"
               read apostas-file next record
                   at end move "10" to ws-fs-apostas
                   not at end
                       if ap-grupo = ws-grupo-alvo
                           perform grava-linha-grupo
                       end-if
               end-read
           end-perform
           move "00" to ws-fs-apostas

           *> os numeros escolhidos pelo cliente sao a uniao dos numeros
           *> das apostas do grupo.
           move spaces to ws-grupo-numeros
           move 1 to ws-grupo-ptr
           perform varying ws-grupo-k from 1 by 1 until ws-grupo-k > 99
               if ws-grupo-marca(ws-grupo-k) = "S"
                   move ws-grupo-k to ws-grupo-num
                   string ws-grupo-num " " delimited by size
                          into ws-grupo-numeros with pointer ws-grupo-ptr
               end-if
           end-perform
           move spaces to reg-comprovante
           string "Numeros escolhidos: " ws-grupo-numeros
                  delimited by size into reg-comprovante
           write reg-comprovante

           move ws-grupo-valor to ws-valor-edit
           move spaces to reg-comprovante
           string ws-grupo-membros " apostas - valor R$ " ws-valor-edit
                  " (sem as canceladas)"
                  delimited by size into reg-comprovante
           write reg-comprovante

           move spaces to reg-comprovante
           string "----------------------------------------------------"
                  delimited by size into reg-comprovante
           write reg-comprovante

           display " Comprovante do grupo " ws-grupo-alvo " ("
                   ws-grupo-membros " apostas) gravado em COMPROVANTE.TXT. "

           .
       grava-comprovante-grupo-exit.
           exit.
      *>===========================================================================================
       grava-linha-grupo section.
      *>===========================================================================================
           *> uma linha da segunda via do grupo para a aposta em
           *> reg-aposta: numeros e codigo de autenticacao, com a marca de
           *> cancelada; o valor das ativas (valor x concursos) entra no
           *> total do grupo.
           add 1 to ws-grupo-membros
           perform monta-linha-numeros
           perform calcula-codigo-verif

           perform varying ws-i from 1 by 1
                   until ws-i > ap-qtdd_aposta or ws-i > 10
               move ap-num(ws-i) to ws-grupo-num
               if ws-grupo-num > 0
                   move "S" to ws-grupo-marca(ws-grupo-num)
               end-if
           end-perform

           move spaces to reg-comprovante
           if aposta-cancelada
               string "Aposta " ap-numero-aposta " " ws-linha-numeros(1:31)
                      " codigo " ws-codigo-verif " *** CANCELADA ***"
                      delimited by size into reg-comprovante
           else
               string "Aposta " ap-numero-aposta " " ws-linha-numeros(1:31)
                      " codigo " ws-codigo-verif
                      delimited by size into reg-comprovante
               if ap-concurso-final > ap-concurso
                   compute ws-qtdd-concursos
                         = ap-concurso-final - ap-concurso + 1
               else
                   move 1 to ws-qtdd-concursos
               end-if
               compute ws-grupo-valor =
                   ws-grupo-valor + ap-valor * ws-qtdd-concursos
           end-if
           write reg-comprovante

           .
       grava-linha-grupo-exit.
           exit.
      *>===========================================================================================
       monta-linha-numeros section.
      *>===========================================================================================
           .
       monta-linha-numeros-exit.
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
       exibe-aposta section.
      *>===========================================================================================
               display "   Cliente " ap-cliente-id " " ws-nome-cliente
           end-if
           display "   Numeros: " ws-linha-numeros
           if ap-grupo > 0
               display "   Grupo de desdobramento " ap-grupo
           end-if

           .
       exibe-aposta-exit.
