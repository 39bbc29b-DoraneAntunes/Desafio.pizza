      *              status de arquivo de cada etapa e termina com
      *              RESULTADO OK ou FALHA (excecoes de integridade
      *              marcam FALHA e RETURN-CODE 8 para o agendador).
      * 01/10/2026 - pizza meio a meio e adicionais pagos no pedido: o
      *              item do ITPED passa a ter um segundo sabor e ate 5
      *              adicionais do INGRED (cada ingrediente ganha preco
      *              de venda e porcao como adicional); o preco cobra a
      *              metade mais cara mais os adicionais e o VENDAS
      *              guarda o segundo sabor e o item de origem, de modo
      *              que custo, margem e baixa de estoque saem de
      *              metade de cada receita mais as porcoes extras.
      * 02/10/2026 - comanda de cozinha e guia de entrega: ao incluir o
      *              pedido sai a comanda (arquivo COMANDAnnnnn) com
      *              numero, hora, itens, sabores, adicionais e a
      *              observacao de cada item; ao marcar saiu para
      *              entrega sai a guia (ENTREGAnnnnn) com nome,
      *              endereco e telefone do cliente, itens, total e a
      *              forma de pagamento, que o pedido passa a guardar
      *              junto com o total; fila de producao em tela com
      *              os pedidos abertos, do mais antigo para o mais
      *              novo, e os minutos desde a hora do pedido.
      * 05/10/2026 - zonas de entrega e motoboys: tabela ZONA (bairro,
      *              taxa de entrega e minutos previstos), zona no
      *              cadastro do cliente e taxa somada automaticamente
      *              ao pedido de entrega; cadastro MOTOB dos motoboys
      *              com o valor pago por corrida, motoboy e hora de
      *              saida gravados quando o pedido sai para entrega e
      *              data/hora da entrega quando e entregue; acerto do
      *              fim do turno (RELMOT) por motoboy com as entregas,
      *              as taxas, o valor a pagar e as entregas atrasadas
      *              (alem dos minutos previstos da zona); ZONA e MOTOB
      *              entram no rodizio do backup.
      * 06/10/2026 - caixa por turno do operador: abertura com fundo de
      *              troco, sangrias no MOVCX e fechamento com o valor
      *              contado por forma de pagamento (TURNO); o pedido
      *              guarda o operador, o turno, o valor recebido e o
      *              troco do pagamento em dinheiro, e so e incluido
      *              com turno aberto; relatorio RELCX do esperado
      *              contra o contado por forma, sem os pedidos
      *              cancelados, com aviso das diferencas acima da
      *              tolerancia (CXCTL) e o operador que fechou o
      *              caixa; TURNO e MOVCX entram no rodizio do backup.
      * 07/10/2026 - uso em varios terminais: numeros de pedido, pedido
      *              de compra, turno e codigos dos cadastros saem do
      *              registro de controle compartilhado CONTRL, e nao
      *              mais do ultimo numero guardado na memoria; pizzas,
      *              ingredientes, estoque, pedidos, clientes e turnos
      *              sao lidos com bloqueio enquanto estao em edicao,
      *              com o aviso "registro em uso por outro terminal"
      *              e nova tentativa; cada sessao interativa fica
      *              registrada no SESSAO e a rodada em LOTE espera as
      *              sessoes abertas terminarem antes de comecar; o
      *              pedido de compra ganha numero (PEDCOMnnnnn).
      * 08/10/2026 - diario de movimentos de estoque (MOVEST): toda
      *              entrada, baixa de venda, ajuste, perda e contagem
      *              grava data, hora, quantidade, saldo apos o
      *              movimento, motivo e operador; novo tipo 'P' perda
      *              no lancamento manual, com motivo obrigatorio;
      *              ciclo de contagem fisica com folha de contagem
      *              (RELCONT), digitacao das quantidades (CONTAG) e
      *              lancamento como ajuste de contagem; relatorio de
      *              variacao de consumo (RELCONS) do periodo, consumo
      *              teorico pelas vendas x receitas contra o consumo
      *              real (saldo inicial + compras - saldo final),
      *              valorizado pelo preco do ingrediente, da maior
      *              para a menor perda; MOVEST entra no rodizio.
      * 09/10/2026 - pedidos de compra gravados (PCCAB/PCITEM); entrada
      *              da nota fiscal do fornecedor contra o numero do
      *              pedido, com a quantidade recebida e o preco cobrado
      *              de cada item: a entrada vai para o estoque e para o
      *              diario e as divergencias de quantidade e de preco
      *              (contra o pedido e contra o cadastro) saem na
      *              conferencia RELNF; a nota gera um titulo a pagar
      *              (CPAGAR) com vencimento; pagamento de titulos,
      *              posicao por fornecedor em faixas de atraso (RELAPG)
      *              e lista do que vence na semana; opcao 26 do menu
      *              para compras e contas a pagar (Sair passa a 27).
      * 13/10/2026 - engenharia de cardapio do periodo (RELENG e o csv
      *              ENGCSV): unidades, participacao nas vendas e
      *              contribuicao de cada pizza, ja descontadas a
      *              comissao do canal e as promocoes vigentes, e a
      *              classificacao contra as medias do periodo (manter,
      *              reprecificar, promover, avaliar retirada); opcao
      *              27 do menu (Sair passa a 28).
      * 14/10/2026 - previsao de preparo (RELPREP) para uma data: a
      *              previsao de cada pizza e a media do mesmo dia da
      *              semana nas ultimas semanas, ajustada pelas
      *              promocoes vigentes na data, explodida pelas
      *              receitas e comparada com o saldo do estoque, com
      *              os ingredientes em falta destacados; a rodada em
      *              LOTE gera a previsao do dia seguinte.
      * 15/10/2026 - programa de pontos: o pedido entregue rende pontos
      *              ao cliente pelo valor pago e os pontos podem ser
      *              usados como desconto na inclusao do pedido (o
      *              cancelamento devolve os resgatados); todo ganho e
      *              resgate vai para o historico PONTOS, que entra no
      *              rodizio, e as regras ficam no FIDCTL; consulta do
      *              cliente com os pedidos, o ticket medio, o ultimo
      *              pedido, a pizza favorita e o extrato de pontos, e
      *              lista de reativacao (RELRET) dos clientes sem
      *              pedido ha N dias; opcoes 8 a 10 do menu de
      *              pedidos (Voltar passa a 11).
      * 15/10/2026 - a data da ultima baixa das vendas passa a ficar no
      *              CONTRL, lida com bloqueio na baixa e no lancamento
      *              da contagem; a baixa espera o saldo preso por
      *              outro terminal em vez de pular o ingrediente, a
      *              contagem nao lancada fica no CONTAG, a nota so e
      *              lancada com todos os saldos livres e o status do
      *              pedido so muda com os pontos do cliente movidos;
      *              consumo real da variacao pelos movimentos do
      *              periodo; bloqueio na alteracao de fornecedor,
      *              canal, zona, motoboy, operador e na exclusao de
      *              promocao; erro no controle de sequencias e pedido
      *              preso nos relatorios de caixa e de acerto avisados
      *              sem travar nem sair com total a menor.
      * 15/10/2026 - o pedido so fica preso na gravacao do novo status,
      *              conferido contra o lido antes das perguntas; fila,
      *              consulta do cliente e reativacao param e avisam ao
      *              encontrar pedido preso; bloqueio nos arquivos
      *              CUSTOS, RECEIT, ITPED e PCITEM, com custo e item de
      *              receita presos na alteracao e na exclusao; a falta
      *              da previsao do preparo desconta as vendas ainda nao
      *              baixadas e a variacao de consumo vai so ate a data
      *              da ultima baixa.
      * 15/10/2026 - alteracao de pizza nao gravada (registro preso)
      *              nao gera auditoria nem conta na importacao; pedido
      *              de balcao passa de aberto direto para entregue.
      *-----------------------------------------------------------------


                              organization is indexed
                              access mode is dynamic
                              record key is pz_codigo
                              lock mode is manual
                              file status is fs_pizzas.

           select custos      assign to "CUSTOS"
                              organization is indexed
                              access mode is dynamic
                              record key is cu_codigo
                              lock mode is manual
                              file status is fs_custos.

           select ingred      assign to "INGRED"
                              organization is indexed
                              access mode is dynamic
                              record key is ig_codigo
                              lock mode is manual
                              file status is fs_ingred.

           select receit      assign to "RECEIT"
                              organization is indexed
                              access mode is dynamic
                              record key is re_chave
                              lock mode is manual
                              file status is fs_receit.

           select fornec      assign to "FORNEC"
                              organization is indexed
                              access mode is dynamic
                              record key is fo_codigo
                              lock mode is manual
                              file status is fs_fornec.

           select histor      assign to "HISTOR"
                              organization is indexed
                              access mode is dynamic
                              record key is es_codigo
                              lock mode is manual
                              file status is fs_estoq.

           select relest      assign to "RELEST"
                              organization is indexed
                              access mode is dynamic
                              record key is ca_codigo
                              lock mode is manual
                              file status is fs_canal.

           select impven      assign to "IMPVEN"
                              organization is indexed
                              access mode is dynamic
                              record key is pr_numero
                              lock mode is manual
                              file status is fs_promo.

           select client      assign to "CLIENT"
                              organization is indexed
                              access mode is dynamic
                              record key is cl_codigo
                              lock mode is manual
                              file status is fs_client.

           select pedido      assign to "PEDIDO"
                              organization is indexed
                              access mode is dynamic
                              record key is pd_numero
                              lock mode is manual
                              file status is fs_pedido.

           select itped       assign to "ITPED"
                              organization is indexed
                              access mode is dynamic
                              record key is it_chave
                              lock mode is manual
                              file status is fs_itped.

           select operad      assign to "OPERAD"
                              organization is indexed
                              access mode is dynamic
                              record key is op_id
                              lock mode is manual
                              file status is fs_operad.

           select histin      assign to "HISTIN"
                              file status is fs_rellog.

           select histwk      assign to "HISTWK".

           select comanda     assign to nome_arq_comanda
                              organization is line sequential
                              file status is fs_comanda.

           select guiaent     assign to nome_arq_guia
                              organization is line sequential
                              file status is fs_guiaent.

           select filawk      assign to "FILAWK".

           select zona        assign to "ZONA"
                              organization is indexed
                              access mode is dynamic
                              record key is zn_codigo
                              lock mode is manual
                              file status is fs_zona.

           select motob       assign to "MOTOB"
                              organization is indexed
                              access mode is dynamic
                              record key is mb_codigo
                              lock mode is manual
                              file status is fs_motob.

           select relmot      assign to "RELMOT"
                              organization is line sequential
                              file status is fs_relmot.

           select motwk       assign to "MOTWK".

           select turno       assign to "TURNO"
                              organization is indexed
                              access mode is dynamic
                              record key is tu_numero
                              lock mode is manual
                              file status is fs_turno.

           select movcx       assign to "MOVCX"
                              organization is line sequential
                              file status is fs_movcx.

           select contrl      assign to "CONTRL"
                              organization is indexed
                              access mode is dynamic
                              record key is ct_nome
                              lock mode is manual
                              file status is fs_contrl.

           select sessao      assign to "SESSAO"
                              organization is indexed
                              access mode is dynamic
                              record key is ss_numero
                              lock mode is manual
                              file status is fs_sessao.

           select movest      assign to "MOVEST"
                              organization is line sequential
                              file status is fs_movest.

           select contag      assign to "CONTAG"
                              organization is line sequential
                              file status is fs_contag.

           select contpend    assign to "CONTPEND"
                              organization is line sequential
                              file status is fs_contpend.

           select relcont     assign to "RELCONT"
                              organization is line sequential
                              file status is fs_relcont.

           select relcons     assign to "RELCONS"
                              organization is line sequential
                              file status is fs_relcons.

           select conswk      assign to "CONSWK".

           select pccab       assign to "PCCAB"
                              organization is indexed
                              access mode is dynamic
                              record key is pk_numero
                              lock mode is manual
                              file status is fs_pccab.

           select pcitem      assign to "PCITEM"
                              organization is indexed
                              access mode is dynamic
                              record key is pi_chave
                              lock mode is manual
                              file status is fs_pcitem.

           select cpagar      assign to "CPAGAR"
                              organization is indexed
                              access mode is dynamic
                              record key is ap_numero
                              lock mode is manual
                              file status is fs_cpagar.

           select relnf       assign to "RELNF"
                              organization is line sequential
                              file status is fs_relnf.

           select relapg      assign to "RELAPG"
                              organization is line sequential
                              file status is fs_relapg.

           select apgwk       assign to "APGWK".

           select releng      assign to "RELENG"
                              organization is line sequential
                              file status is fs_releng.

           select engcsv      assign to "ENGCSV"
                              organization is line sequential
                              file status is fs_engcsv.

           select engwk       assign to "ENGWK".

           select relprep     assign to "RELPREP"
                              organization is line sequential
                              file status is fs_relprep.

           select pontos      assign to "PONTOS"
                              organization is line sequential
                              file status is fs_pontos.

           select fidctl      assign to "FIDCTL"
                              organization is line sequential
                              file status is fs_fidctl.

           select relret      assign to "RELRET"
                              organization is line sequential
                              file status is fs_relret.

           select retwk       assign to "RETWK".

           select relcx       assign to "RELCX"
                              organization is line sequential
                              file status is fs_relcx.

           select cxctl       assign to "CXCTL"
                              organization is line sequential
                              file status is fs_cxctl.
       i-o-control.

      *Declaração de variáveis
           05 ig_unidade                           pic x(03).
           05 ig_preco_unit                        pic 9(03)v99.
           05 ig_fornec                            pic 9(03).
           05 ig_preco_extra                       pic 9(03)v99.
           05 ig_porcao_extra                      pic 9(03)v999.

       fd  receit.
       01  receit_reg.
           05 filler                               pic x(01)
              value " ".
           05 vd_canal                             pic 9(02).
           05 filler                               pic x(01)
              value " ".
           05 vd_codigo2                           pic 9(05).
           05 filler                               pic x(01)
              value " ".
           05 vd_pedido                            pic 9(05).
           05 filler                               pic x(01)
              value " ".
           05 vd_item                              pic 9(02).

       fd  reltend.
       01  linha_tendencia                          pic x(80).
           05 cl_nome                              pic x(20).
           05 cl_fone                              pic x(12).
           05 cl_endereco                          pic x(40).
           05 cl_zona                              pic 9(03).
           05 cl_pontos                            pic 9(07).

       fd  pedido.
       01  pedido_reg.
           05 pd_hora                              pic 9(06).
           05 pd_canal                             pic 9(02).
           05 pd_status                            pic x(01).
           05 pd_forma_pag                         pic x(01).
           05 pd_total                             pic 9(05)v99.
           05 pd_entrega                           pic x(01).
           05 pd_zona                              pic 9(03).
           05 pd_taxa_entrega                      pic 9(03)v99.
           05 pd_motoboy                           pic 9(03).
           05 pd_hora_saida                        pic 9(06).
           05 pd_dt_entrega                        pic 9(08).
           05 pd_hora_entrega                      pic 9(06).
           05 pd_valor_pago                        pic 9(05)v99.
           05 pd_troco                             pic 9(05)v99.
           05 pd_operador                          pic 9(03).
           05 pd_turno                             pic 9(05).
           05 pd_desconto                          pic 9(05)v99.
           05 pd_pontos_resg                       pic 9(07).
           05 pd_pontos_ganhos                     pic 9(07).

       fd  itped.
       01  itped_reg.
           05 it_codigo                            pic 9(05).
           05 it_qtde                              pic 9(03).
           05 it_preco                             pic 9(03)v99.
           05 it_codigo2                           pic 9(05).
           05 it_qtd_extras                        pic 9(01).
           05 it_extra                             occurs 5.
              10 it_ex_ingred                      pic 9(05).
              10 it_ex_preco                       pic 9(03)v99.
           05 it_obs                               pic x(30).

       fd  operad.
       01  operad_reg.
           05 sv_qtde                              pic 9(03).
           05 sv_preco                             pic 9(03)v99.
           05 sv_canal                             pic 9(02).
           05 sv_custo                             pic 9(03)v99.

       sd  histwk.
       01  sort_hist_reg.
           05 st_nome                              pic x(15).
           05 st_preco_cm2                         pic 9(03)v99.

       fd  comanda.
       01  linha_comanda                            pic x(80).

       fd  guiaent.
       01  linha_guia                               pic x(80).

       sd  filawk.
       01  sort_fila_reg.
           05 sf_dt                                pic 9(08).
           05 sf_hora                              pic 9(06).
           05 sf_numero                            pic 9(05).
           05 sf_cliente                           pic 9(05).

       fd  zona.
       01  zona_reg.
           05 zn_codigo                            pic 9(03).
           05 zn_bairro                            pic x(20).
           05 zn_taxa                              pic 9(03)v99.
           05 zn_minutos                           pic 9(03).

       fd  motob.
       01  motob_reg.
           05 mb_codigo                            pic 9(03).
           05 mb_nome                              pic x(20).
           05 mb_fone                              pic x(12).
           05 mb_valor_corrida                     pic 9(03)v99.

       fd  relmot.
       01  linha_motoboy                            pic x(80).

       sd  motwk.
       01  sort_mot_reg.
           05 sm_motoboy                           pic 9(03).
           05 sm_hora_saida                        pic 9(06).
           05 sm_numero                            pic 9(05).
           05 sm_hora_entrega                      pic 9(06).
           05 sm_zona                              pic 9(03).
           05 sm_taxa                              pic 9(03)v99.
           05 sm_minutos                           pic s9(05).

       fd  turno.
       01  turno_reg.
           05 tu_numero                            pic 9(05).
           05 tu_operador                          pic 9(03).
           05 tu_dt_abert                          pic 9(08).
           05 tu_hora_abert                        pic 9(06).
           05 tu_fundo                             pic 9(05)v99.
           05 tu_sangria                           pic 9(05)v99.
           05 tu_status                            pic x(01).
           05 tu_dt_fech                           pic 9(08).
           05 tu_hora_fech                         pic 9(06).
           05 tu_oper_fech                         pic 9(03).
           05 tu_contado                           pic 9(06)v99
              occurs 5.

       fd  movcx.
       01  movcx_reg.
           05 mc_turno                             pic 9(05).
           05 filler                               pic x(01).
           05 mc_dt                                pic 9(08).
           05 filler                               pic x(01).
           05 mc_hora                              pic 9(06).
           05 filler                               pic x(01).
           05 mc_operador                          pic 9(03).
           05 filler                               pic x(01).
           05 mc_valor                             pic 9(05)v99.
           05 filler                               pic x(01).
           05 mc_motivo                            pic x(30).

       fd  contrl.
       01  contrl_reg.
           05 ct_nome                              pic x(08).
           05 ct_ultimo                            pic 9(07).

       fd  sessao.
       01  sessao_reg.
           05 ss_numero                            pic 9(05).
           05 ss_operador                          pic 9(03).
           05 ss_dt                                pic 9(08).
           05 ss_hora                              pic 9(06).

       fd  movest.
       01  movest_reg.
           05 me_dt                                pic 9(08).
           05 filler                               pic x(01).
           05 me_hora                              pic 9(06).
           05 filler                               pic x(01).
           05 me_ingred                            pic 9(05).
           05 filler                               pic x(01).
           05 me_tipo                              pic x(01).
           05 filler                               pic x(01).
           05 me_qtde                              pic s9(05)v999.
           05 filler                               pic x(01).
           05 me_saldo                             pic s9(05)v999.
           05 filler                               pic x(01).
           05 me_operador                          pic 9(03).
           05 filler                               pic x(01).
           05 me_motivo                            pic x(30).

       fd  contag.
       01  contag_reg.
           05 cg_codigo                            pic 9(05).
           05 filler                               pic x(01).
           05 cg_qtde                              pic 9(05)v999.
           05 filler                               pic x(01).
           05 cg_dt                                pic 9(08).
           05 filler                               pic x(01).
           05 cg_operador                          pic 9(03).

       fd  contpend.
       01  contpend_reg                             pic x(27).

       fd  relcont.
       01  linha_contagem                           pic x(80).

       fd  relcons.
       01  linha_consumo_var                        pic x(80).

       sd  conswk.
       01  sort_cons_reg.
           05 sw_valor                             pic s9(07)v99.
           05 sw_codigo                            pic 9(05).
           05 sw_nome                              pic x(20).
           05 sw_unidade                           pic x(03).
           05 sw_teorico                           pic 9(07)v999.
           05 sw_real                              pic s9(07)v999.
           05 sw_variacao                          pic s9(07)v999.

       fd  pccab.
       01  pccab_reg.
           05 pk_numero                            pic 9(05).
           05 pk_fornec                            pic 9(03).
           05 pk_dt                                pic 9(08).
           05 pk_taxa                              pic 9(03)v99.
           05 pk_total                             pic 9(07)v99.
           05 pk_status                            pic x(01).
           05 pk_nota                              pic 9(09).
           05 pk_dt_receb                          pic 9(08).
           05 pk_titulo                            pic 9(07).

       fd  pcitem.
       01  pcitem_reg.
           05 pi_chave.
              10 pi_numero                         pic 9(05).
              10 pi_ingred                         pic 9(05).
           05 pi_qtde                              pic 9(06)v999.
           05 pi_preco                             pic 9(03)v99.
           05 pi_qtde_receb                        pic 9(06)v999.
           05 pi_preco_pago                        pic 9(03)v99.

       fd  cpagar.
       01  cpagar_reg.
           05 ap_numero                            pic 9(07).
           05 ap_fornec                            pic 9(03).
           05 ap_nota                              pic 9(09).
           05 ap_pedcom                            pic 9(05).
           05 ap_dt_emissao                        pic 9(08).
           05 ap_dt_venc                           pic 9(08).
           05 ap_valor                             pic 9(07)v99.
           05 ap_pago                              pic 9(07)v99.
           05 ap_dt_pag                            pic 9(08).
           05 ap_status                            pic x(01).

       fd  relnf.
       01  linha_nota                               pic x(80).

       fd  relapg.
       01  linha_apagar                             pic x(80).

       sd  apgwk.
       01  sort_apg_reg.
           05 sa_fornec                            pic 9(03).
           05 sa_dt_venc                           pic 9(08).
           05 sa_numero                            pic 9(07).
           05 sa_saldo                             pic 9(07)v99.

       fd  releng.
       01  linha_engenharia                         pic x(80).

       fd  engcsv.
       01  linha_engcsv                             pic x(80).

       sd  engwk.
       01  sort_eng_reg.
           05 se_contrib                           pic s9(09)v99.
           05 se_codigo                            pic 9(05).
           05 se_nome                              pic x(15).
           05 se_qtde                              pic 9(07)v9.
           05 se_margem                            pic s9(05)v99.

       fd  relprep.
       01  linha_preparo                            pic x(80).

       fd  pontos.
       01  pontos_reg.
           05 po_dt                                pic 9(08).
           05 filler                               pic x(01).
           05 po_hora                              pic 9(06).
           05 filler                               pic x(01).
           05 po_cliente                           pic 9(05).
           05 filler                               pic x(01).
           05 po_tipo                              pic x(01).
           05 filler                               pic x(01).
           05 po_pontos                            pic 9(07).
           05 filler                               pic x(01).
           05 po_saldo                             pic 9(07).
           05 filler                               pic x(01).
           05 po_pedido                            pic 9(05).
           05 filler                               pic x(01).
           05 po_operador                          pic 9(03).

       fd  fidctl.
       01  fidctl_reg                               pic x(30).

       fd  relret.
       01  linha_reativacao                         pic x(80).

       sd  retwk.
       01  sort_ret_reg.
           05 sr_cliente                           pic 9(05).
           05 sr_dt                                pic 9(08).
           05 sr_numero                            pic 9(05).

       fd  relcx.
       01  linha_caixa                              pic x(80).

       fd  cxctl.
       01  cxctl_reg                                pic x(30).

      *----Variaveis de trabalho
       working-storage section.

       77 dia_semana                               pic 9(01).
       77 fec_cod_ant                              pic 9(05).
       77 fec_nome                                 pic x(15).
       77 fec_qtde                                 pic 9(05).
       77 fec_receita                              pic 9(07)v99.
       77 fec_lucro                                pic s9(07)v99.
          value 0.
       77 ultimo_pedido                            pic 9(05)
          value 0.
       77 opcao_ped                                pic x(02).
       77 nome_cli_tmp                             pic x(20).
       77 ende_tmp                                 pic x(40).
       77 cod_cliente_tmp                          pic 9(05).
       77 status_desc                              pic x(20).
       77 dt_pedido_ed                             pic 9(04)/99/99.
       77 preco_item_ed                            pic zz9,99.
       77 cod_item2                                pic 9(05).
       77 cod_extra                                pic 9(05).
       77 ix_extra                                 pic 9(01).
       77 dt_item_calc                             pic 9(08).
       77 preco_sabor2                             pic 9(03)v99.
       77 custo_sabor2                             pic 9(03)v99.
       77 nome_sabor2                              pic x(15).
       77 preco_item_calc                          pic 9(03)v99.
       77 custo_item_calc                          pic 9(03)v99.
       77 preco_extra_tmp                          pic 9(03)v99.
       77 porcao_extra_tmp                         pic 9(03)v999.
       77 fator_receita                            pic 9(01)v9.
       77 qtde_baixa                               pic 9(05)v999.
       77 fs_comanda                               pic x(02).
       77 fs_guiaent                               pic x(02).
       77 nome_arq_comanda                         pic x(12).
       77 nome_arq_guia                            pic x(12).
       77 obs_tmp                                  pic x(30).
       77 forma_pag_tmp                            pic x(01).
       77 forma_pag_desc                           pic x(20).
       77 total_pedido                             pic 9(05)v99.
       77 total_pedido_ed                          pic zzzz9,99.
       77 valor_item                               pic 9(05)v99.
       77 qtd_comp                                 pic 9(01).
       77 ix_comp                                  pic 9(01).
       77 min_agora                                pic 9(05).
       77 minutos_fila                             pic s9(07).
       77 minutos_fila_ed                          pic -zzzzz9.
       77 minutos_atraso_fila                      pic 9(03)
          value 30.
       77 qtd_pizzas_fila                          pic 9(05).
       77 ct_fila                                  pic 9(05).
       77 sair_fila                                pic x(01).
       77 dt_fila                                  pic 9(08).
       77 fs_zona                                  pic x(02).
       77 fs_motob                                 pic x(02).
       77 fs_relmot                                pic x(02).
       77 ultimo_zona                              pic 9(03)
          value 0.
       77 ultimo_motob                             pic 9(03)
          value 0.
       77 fim_zona                                 pic x(01).
       77 fim_motob                                pic x(01).
       77 opcao_ent                                pic x(01).
       77 cod_zona_tmp                             pic 9(03).
       77 zona_ok                                  pic x(01).
       77 bairro_tmp                               pic x(20).
       77 minutos_tmp                              pic 9(03).
       77 cod_motob_tmp                            pic 9(03).
       77 motob_ok                                 pic x(01).
       77 nome_mot_tmp                             pic x(20).
       77 corrida_tmp                              pic 9(03)v99.
       77 taxa_zona_tmp                            pic 9(03)v99.
       77 minutos_ed                               pic zz9.
       77 fs_turno                                 pic x(02).
       77 fs_movcx                                 pic x(02).
       77 fs_relcx                                 pic x(02).
       77 fs_cxctl                                 pic x(02).
       77 ultimo_turno                             pic 9(05)
          value 0.
       77 turno_corrente                           pic 9(05)
          value 0.
       77 fim_turno                                pic x(01).
       77 fim_movcx                                pic x(01).
       77 opcao_cx                                 pic x(01).
       77 num_turno_tmp                            pic 9(05).
       77 valor_cx_tmp                             pic 9(05)v99.
       77 valor_pago_tmp                           pic 9(05)v99.
       77 troco_tmp                                pic 9(05)v99.
       77 tolerancia_tmp                           pic 9(03)v99.
       77 motivo_tmp                               pic x(30).
       77 ix_forma                                 pic 9(01).
       77 ct_cancelados_cx                         pic 9(05).
       77 vendas_dinheiro_cx                       pic 9(07)v99.
       77 valor_cx_ed                              pic zzzzz9,99.
       77 hora_abert_ed                            pic x(05).
       77 diferenca_cx                             pic s9(07)v99.
       77 fs_contrl                                pic x(02).
       77 fs_sessao                                pic x(02).
       77 seq_nome                                 pic x(08).
       77 seq_base                                 pic 9(07).
       77 seq_proximo                              pic 9(07).
       77 seq_ok                                   pic x(01).
       77 pizza_ok                                 pic x(01).
       77 fs_contrl_seq                            pic x(02).
       77 espera_bloqueio                          pic x(01)
          value 'N'.
       77 dt_baixa_ed                              pic 9(04)/99/99.
       77 pedcom_aberto                            pic x(01).
       77 nota_ok                                  pic x(01).
       77 pedido_em_uso                            pic x(01).
       77 opcao_status_ped                         pic x(01).
       77 status_lido_ped                          pic x(01).
       77 bloqueio_ok                              pic x(01).
       77 tenta_bloqueio                           pic x(01).
       77 tentativas_bloqueio                      pic 9(03).
       77 max_tentativas_lote                      pic 9(03)
          value 30.
       77 segundos_espera                          pic 9(03)
          value 2.
       77 sessao_corrente                          pic 9(05)
          value 0.
       77 fim_sessao                               pic x(01).
       77 sessoes_ativas                           pic 9(03).
       77 qtd_sessoes_lidas                        pic 9(03).
       77 ix_sessao                                pic 9(03).
       77 esperas_sessao                           pic 9(03).
       77 max_esperas_sessao                       pic 9(03)
          value 10.
       77 segundos_espera_sessao                   pic 9(03)
          value 60.
       77 num_pedcom                               pic 9(05).
       77 fs_movest                                pic x(02).
       77 fs_contag                                pic x(02).
       77 fs_relcont                               pic x(02).
       77 fs_relcons                               pic x(02).
       77 fim_movest                               pic x(01).
       77 fim_contag                               pic x(01).
       77 fs_contpend                              pic x(02).
       77 contagem_lancada                         pic x(01).
       77 ct_contagens_pend                        pic 9(05).
       77 tipo_movto_diario                        pic x(01).
       77 dt_movto_diario                          pic 9(08).
       77 qtde_movto_diario                        pic s9(05)v999.
       77 motivo_movto_diario                      pic x(30).
       77 saldo_ant_mov                            pic s9(05)v999.
       77 destino_consumo                          pic x(01)
          value 'B'.
       77 qtd_tab_consumo                          pic 9(03).
       77 max_tab_consumo                          pic 9(03)
          value 500.
       77 ix_cons                                  pic 9(03).
       77 ix_busca_cons                            pic 9(03).
       77 ct_contagens                             pic 9(05).
       77 ct_diferencas                            pic 9(05).
       77 qtde_contada_tmp                         pic 9(05)v999.
       77 cons_tot_valor                           pic s9(09)v99.
       77 cons_tem_dados                           pic x(01).
       77 cons_perc                                pic s9(05).
       77 valor_cons_ed                            pic -zzzzzzz9,99.
       77 fs_pccab                                 pic x(02).
       77 fs_pcitem                                pic x(02).
       77 fs_cpagar                                pic x(02).
       77 fs_relnf                                 pic x(02).
       77 fs_relapg                                pic x(02).
       77 fim_pccab                                pic x(01).
       77 fim_pcitem                               pic x(01).
       77 fim_cpagar                               pic x(01).
       77 ultimo_pccab                             pic 9(05).
       77 ultimo_titulo                            pic 9(07).
       77 opcao_cp                                 pic x(01).
       77 nf_numero_tmp                            pic 9(09).
       77 dt_emissao_nf                            pic 9(08).
       77 dt_venc_nf                               pic 9(08).
       77 prazo_padrao_pagar                       pic 9(03)
          value 30.
       77 nome_fornec_nota                         pic x(20).
       77 qtd_itens_nota                           pic 9(03).
       77 max_itens_nota                           pic 9(03)
          value 100.
       77 ix_nota                                  pic 9(03).
       77 total_nota                               pic 9(07)v99.
       77 taxa_nota_tmp                            pic 9(03)v99.
       77 qtde_receb_tmp                           pic 9(06)v999.
       77 preco_nota_tmp                           pic 9(03)v99.
       77 ct_divergencias                          pic 9(03).
       77 dt_nota_ed                               pic 9(04)/99/99.
       77 qtde_nota_ed                             pic zzzzz9,999.
       77 valor_nota_ed                            pic zzzzzz9,99.
       77 num_titulo_tmp                           pic 9(07).
       77 saldo_titulo                             pic 9(07)v99.
       77 valor_pag_tmp                            pic 9(07)v99.
       77 dt_base_apg                              pic 9(08).
       77 dt_limite_semana                         pic 9(08).
       77 dias_atraso_apg                          pic s9(05).
       77 ix_faixa_apg                             pic 9(01).
       77 apg_tem_dados                            pic x(01).
       77 prim_fornec_apg                          pic x(01).
       77 fornec_apg                               pic 9(03).
       77 ct_titulos_semana                        pic 9(05).
       77 total_semana                             pic 9(09)v99.
       77 fs_releng                                pic x(02).
       77 fs_engcsv                                pic x(02).
       77 qtd_tab_eng                              pic 9(03).
       77 max_tab_eng                              pic 9(03)
          value 500.
       77 ix_eng                                   pic 9(03).
       77 ix_busca_eng                             pic 9(03).
       77 cod_eng                                  pic 9(05).
       77 preco_liq_eng                            pic 9(03)v99.
       77 contrib_venda_eng                        pic s9(07)v99.
       77 qtde_credito_eng                         pic 9(05)v9.
       77 contrib_credito_eng                      pic s9(07)v99.
       77 eng_tot_qtde                             pic 9(07)v9.
       77 eng_tot_contrib                          pic s9(09)v99.
       77 eng_media_qtde                           pic 9(07)v9.
       77 eng_media_margem                         pic s9(05)v99.
       77 eng_part                                 pic 9(03)v9.
       77 eng_classe                               pic x(16).
       77 qtde_eng_ed                              pic zzzzzz9,9.
       77 margem_eng_ed                            pic -zzzz9,99.
       77 contrib_eng_ed                           pic -zzzzzzzz9,99.
       77 fs_relprep                               pic x(02).
       77 dt_prep                                  pic 9(08).
       77 dt_prep_ed                               pic 9(04)/99/99.
       77 semanas_prep                             pic 9(02).
       77 semanas_padrao_prep                      pic 9(02)
          value 4.
       77 max_semanas_prep                         pic 9(02)
          value 12.
       77 acrescimo_promo_prep                     pic 9(03)
          value 20.
       77 prep_dia                                 pic 9(01).
       77 ix_hist                                  pic 9(02).
       77 ix_hist_achado                           pic 9(02).
       77 qtd_tab_prep                             pic 9(03).
       77 max_tab_prep                             pic 9(03)
          value 500.
       77 ix_prep                                  pic 9(03).
       77 ix_busca_prep                            pic 9(03).
       77 cod_prep                                 pic 9(05).
       77 qtde_credito_prep                        pic 9(05)v9.
       77 promo_ativa_prep                         pic x(01).
       77 necessidade_prep                         pic 9(07)v999.
       77 falta_prep                               pic 9(07)v999.
       77 saldo_prep                               pic s9(07)v999.
       77 ct_pizzas_prep                           pic 9(05).
       77 ct_faltas_prep                           pic 9(05).
       77 semanas_prep_ed                          pic z9.
       77 acrescimo_prep_ed                        pic zz9.
       77 fs_pontos                                pic x(02).
       77 fs_fidctl                                pic x(02).
       77 fs_relret                                pic x(02).
       77 fim_pontos                               pic x(01).
       77 cod_cliente_pontos                       pic 9(05).
       77 tipo_movto_pontos                        pic x(01).
       77 pontos_movto                             pic 9(07).
       77 pedido_pontos                            pic 9(05).
       77 pontos_ok                                pic x(01).
       77 cliente_pontos_ausente                   pic x(01).
       77 pontos_resg_tmp                          pic 9(07).
       77 max_pontos_resg                          pic 9(07).
       77 resgate_ok                               pic x(01).
       77 desconto_fid                             pic 9(05)v99.
       77 pontos_real_tmp                          pic 9(03).
       77 valor_ponto_tmp                          pic 9(01)v99.
       77 min_resgate_tmp                          pic 9(05).
       77 pontos_ed                                pic zzzzzz9.
       77 saldo_pontos_ed                          pic zzzzzz9.
       77 valor_ponto_ed                           pic 9,99.
       77 tem_movto_pontos                         pic x(01).
       77 tipo_pontos_desc                         pic x(08).
       77 ct_pedidos_cli                           pic 9(05).
       77 total_gasto_cli                          pic 9(07)v99.
       77 valor_cli                                pic 9(07)v99.
       77 valor_cli_ed                             pic zzzzzz9,99.
       77 ultimo_dt_cli                            pic 9(08).
       77 dias_sem_pedido_cli                      pic 9(05).
       77 qtd_tab_fav                              pic 9(03).
       77 max_tab_fav                              pic 9(03)
          value 100.
       77 ix_fav                                   pic 9(03).
       77 ix_fav_maior                             pic 9(03).
       77 cod_fav                                  pic 9(05).
       77 qtde_fav                                 pic 9(05)v9.
       77 num_pedido_fav                           pic 9(05).
       77 nome_favorita                            pic x(15).
       77 dias_reativ                              pic 9(03).
       77 dias_padrao_reativ                       pic 9(03)
          value 30.
       77 dt_base_ret                              pic 9(08).
       77 cliente_ret                              pic 9(05).
       77 ultimo_dt_ret                            pic 9(08).
       77 ct_pedidos_ret                           pic 9(05).
       77 dias_sem_pedido_ret                      pic s9(05).
       77 cliente_inativo_ret                      pic x(01).
       77 prim_cliente_ret                         pic x(01).
       77 ret_tem_dados                            pic x(01).
       77 ct_clientes_ret                          pic 9(05).
       77 qtd_clientes_ret_ed                      pic zzzz9.

       01  tabela_hist_prep.
           05 dh_dt                                pic 9(04)/99/99
              occurs 12.

       01  tabela_preparo.
           05 tp_item                              occurs 500.
              10 tp_codigo                         pic 9(05).
              10 tp_nome                           pic x(15).
              10 tp_preco_base                     pic 9(03)v99.
              10 tp_promo                          pic x(01).
              10 tp_qtde_com                       pic 9(07)v9.
              10 tp_qtde_sem                       pic 9(07)v9.
              10 tp_previsto                       pic 9(05)v9.

       01  linha_prep_cab1.
           05 filler                               pic x(25)
              value "PREVISAO DE PREPARO PARA ".
           05 lpp_dt                               pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " - ".
           05 lpp_dia                              pic x(07).
           05 filler                               pic x(35)
              value spaces.

       01  linha_prep_cab_piz.
           05 filler                               pic x(06)
              value "COD".
           05 filler                               pic x(17)
              value "PIZZA".
           05 filler                               pic x(09)
              value "PREVISTO".
           05 filler                               pic x(48)
              value "PROMOCAO".

       01  linha_prep_piz.
           05 lpz_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lpz_nome                             pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 lpz_previsto                         pic zzzz9,9.
           05 filler                               pic x(02)
              value spaces.
           05 lpz_promo                            pic x(08).
           05 filler                               pic x(40)
              value spaces.

       01  linha_prep_cab_ing.
           05 filler                               pic x(06)
              value "COD".
           05 filler                               pic x(21)
              value "INGREDIENTE".
           05 filler                               pic x(04)
              value "UN".
           05 filler                               pic x(11)
              value "NECESSARIO".
           05 filler                               pic x(11)
              value "     SALDO".
           05 filler                               pic x(11)
              value "     FALTA".
           05 filler                               pic x(16)
              value spaces.

       01  linha_prep_ing.
           05 lpi_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lpi_nome                             pic x(20).
           05 filler                               pic x(01)
              value spaces.
           05 lpi_unidade                          pic x(03).
           05 filler                               pic x(01)
              value spaces.
           05 lpi_necessario                       pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lpi_saldo                            pic -zzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lpi_falta                            pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lpi_aviso                            pic x(05).
           05 filler                               pic x(11)
              value spaces.

       01  tabela_favorita.
           05 tf_item                              occurs 100.
              10 tf_codigo                         pic 9(05).
              10 tf_qtde                           pic 9(05)v9.

       01  linha_ret_cab1.
           05 filler                               pic x(31)
              value "CLIENTES SEM PEDIDO HA MAIS DE ".
           05 lrc_dias                             pic zz9.
           05 filler                               pic x(11)
              value " DIAS - EM ".
           05 lrc_dt                               pic 9(04)/99/99.
           05 filler                               pic x(25)
              value spaces.

       01  linha_ret_cab2.
           05 filler                               pic x(07)
              value "CODIGO".
           05 filler                               pic x(21)
              value "NOME".
           05 filler                               pic x(13)
              value "TELEFONE".
           05 filler                               pic x(11)
              value "ULT.PEDIDO".
           05 filler                               pic x(06)
              value "  DIAS".
           05 filler                               pic x(05)
              value " PEDS".
           05 filler                               pic x(17)
              value " PIZZA FAVORITA".

       01  linha_ret_det.
           05 lrd_cliente                          pic 9(05).
           05 filler                               pic x(02)
              value spaces.
           05 lrd_nome                             pic x(20).
           05 filler                               pic x(01)
              value spaces.
           05 lrd_fone                             pic x(12).
           05 filler                               pic x(01)
              value spaces.
           05 lrd_dt                               pic 9(04)/99/99.
           05 filler                               pic x(01)
              value spaces.
           05 lrd_dias                             pic zzzz9.
           05 filler                               pic x(01)
              value spaces.
           05 lrd_pedidos                          pic zzz9.
           05 filler                               pic x(01)
              value spaces.
           05 lrd_favorita                         pic x(15).
           05 filler                               pic x(02)
              value spaces.

       01  tabela_engenharia.
           05 te_item                              occurs 500.
              10 te_codigo                         pic 9(05).
              10 te_nome                           pic x(15).
              10 te_qtde                           pic 9(07)v9.
              10 te_contrib                        pic s9(09)v99.
              10 te_margem_ref                     pic s9(05)v99.

       01  linha_eng_cab1.
           05 filler                               pic x(25)
              value "ENGENHARIA DE CARDAPIO - ".
           05 leg_dt_ini                           pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " A ".
           05 leg_dt_fim                           pic 9(04)/99/99.
           05 filler                               pic x(32)
              value spaces.

       01  linha_eng_cab2.
           05 filler                               pic x(06)
              value "COD".
           05 filler                               pic x(16)
              value "PIZZA".
           05 filler                               pic x(09)
              value "UNIDADES".
           05 filler                               pic x(06)
              value "    %".
           05 filler                               pic x(12)
              value "CONTRIBUICAO".
           05 filler                               pic x(09)
              value "MARG.UNIT".
           05 filler                               pic x(16)
              value " CLASSIFICACAO".
           05 filler                               pic x(06)
              value spaces.

       01  linha_eng_det.
           05 leg_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 leg_nome                             pic x(15).
           05 filler                               pic x(01)
              value spaces.
           05 leg_qtde                             pic zzzzz9,9.
           05 filler                               pic x(01)
              value spaces.
           05 leg_part                             pic zz9,9.
           05 filler                               pic x(01)
              value spaces.
           05 leg_contrib                          pic -zzzzzz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 leg_margem                           pic -zzz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 leg_classe                           pic x(16).
           05 filler                               pic x(06)
              value spaces.

       01  csv_campos_eng.
           05 csv_eng_qtde                         pic zzzzz9,9.
           05 csv_eng_part                         pic zz9,9.
           05 csv_eng_contrib                      pic -zzzzzzz9,99.
           05 csv_eng_margem                       pic -zzzz9,99.

       01  tabela_nota.
           05 tn_item                              occurs 100.
              10 tn_ingred                         pic 9(05).
              10 tn_nome                           pic x(20).
              10 tn_unidade                        pic x(03).
              10 tn_qtde                           pic 9(06)v999.
              10 tn_preco                          pic 9(03)v99.
              10 tn_preco_cad                      pic 9(03)v99.
              10 tn_receb                          pic 9(06)v999.
              10 tn_pago                           pic 9(03)v99.

       01  totais_apg.
           05 apg_fornec_faixa                     pic 9(09)v99
              occurs 5.
           05 apg_geral_faixa                      pic 9(09)v99
              occurs 5.

       01  linha_nf_cab1.
           05 filler                               pic x(20)
              value "CONFERENCIA DA NOTA ".
           05 lnc_nota                             pic 9(09).
           05 filler                               pic x(10)
              value " - PEDIDO ".
           05 lnc_pedido                           pic 9(05).
           05 filler                               pic x(36)
              value spaces.

       01  linha_nf_cab2.
           05 filler                               pic x(06)
              value "COD".
           05 filler                               pic x(15)
              value "INGREDIENTE".
           05 filler                               pic x(11)
              value "    PEDIDA ".
           05 filler                               pic x(11)
              value "  RECEBIDA ".
           05 filler                               pic x(07)
              value "PR.PED ".
           05 filler                               pic x(07)
              value " PR.NF ".
           05 filler                               pic x(07)
              value "PR.CAD ".
           05 filler                               pic x(16)
              value "DIVERGENCIA".

       01  linha_nf_det.
           05 lnd_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lnd_nome                             pic x(14).
           05 filler                               pic x(01)
              value spaces.
           05 lnd_pedida                           pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lnd_recebida                         pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lnd_preco_ped                        pic zz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lnd_preco_nf                         pic zz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lnd_preco_cad                        pic zz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lnd_div_qtde                         pic x(05).
           05 lnd_div_ped                          pic x(04).
           05 lnd_div_cad                          pic x(03).
           05 filler                               pic x(04)
              value spaces.

       01  linha_apg_cab1.
           05 filler                               pic x(36)
              value "CONTAS A PAGAR POR FORNECEDOR - EM ".
           05 lac_dt                               pic 9(04)/99/99.
           05 filler                               pic x(34)
              value spaces.

       01  linha_apg_cab2.
           05 filler                               pic x(04)
              value "FOR".
           05 filler                               pic x(16)
              value "FORNECEDOR".
           05 filler                               pic x(11)
              value "   A VENCER".
           05 filler                               pic x(11)
              value "  1 A 30 D".
           05 filler                               pic x(11)
              value " 31 A 60 D".
           05 filler                               pic x(11)
              value "   ACIMA 60".
           05 filler                               pic x(11)
              value "      TOTAL".
           05 filler                               pic x(05)
              value spaces.

       01  linha_apg_det.
           05 lag_fornec                           pic zz9.
           05 filler                               pic x(01)
              value spaces.
           05 lag_nome                             pic x(16).
           05 lag_faixa                            occurs 5.
              10 filler                            pic x(01)
                 value spaces.
              10 lag_valor                         pic zzzzzz9,99.
           05 filler                               pic x(05)
              value spaces.

       01  linha_venc_sem.
           05 lvs_numero                           pic 9(07).
           05 filler                               pic x(01)
              value spaces.
           05 lvs_fornec                           pic 9(03).
           05 filler                               pic x(01)
              value spaces.
           05 lvs_nome                             pic x(15).
           05 filler                               pic x(01)
              value spaces.
           05 lvs_nota                             pic 9(09).
           05 filler                               pic x(01)
              value spaces.
           05 lvs_venc                             pic 9(04)/99/99.
           05 filler                               pic x(01)
              value spaces.
           05 lvs_saldo                            pic zzzzzz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lvs_situacao                         pic x(07).

       01  tabela_consumo.
           05 tc_item                              occurs 500.
              10 tc_codigo                         pic 9(05).
              10 tc_nome                           pic x(20).
              10 tc_unidade                        pic x(03).
              10 tc_preco                          pic 9(03)v99.
              10 tc_tem_mov                        pic x(01).
              10 tc_real                           pic s9(07)v999.
              10 tc_teorico                        pic 9(07)v999.
              10 tc_pendente                       pic 9(07)v999.

       01  linha_cont_cab1.
           05 filler                               pic x(27)
              value "FOLHA DE CONTAGEM FISICA - ".
           05 lcc_dt                               pic 9(04)/99/99.
           05 filler                               pic x(43)
              value spaces.

       01  linha_cont_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(22)
              value "INGREDIENTE".
           05 filler                               pic x(05)
              value "UN".
           05 filler                               pic x(45)
              value "QUANTIDADE CONTADA".

       01  linha_cont_det.
           05 lcd_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 lcd_nome                             pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 lcd_unidade                          pic x(03).
           05 filler                               pic x(02)
              value spaces.
           05 filler                               pic x(20)
              value "____________________".
           05 filler                               pic x(25)
              value spaces.

       01  linha_cons_cab1.
           05 filler                               pic x(22)
              value "VARIACAO DE CONSUMO - ".
           05 lcv_dt_ini                           pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " A ".
           05 lcv_dt_fim                           pic 9(04)/99/99.
           05 filler                               pic x(23)
              value " - VENDAS BAIXADAS ATE ".
           05 lcv_dt_baixa                         pic x(10).
           05 filler                               pic x(02)
              value spaces.

       01  linha_cons_cab2.
           05 filler                               pic x(06)
              value "COD".
           05 filler                               pic x(19)
              value "INGREDIENTE".
           05 filler                               pic x(04)
              value "UN".
           05 filler                               pic x(11)
              value "   TEORICO".
           05 filler                               pic x(12)
              value "       REAL".
           05 filler                               pic x(12)
              value "   VARIACAO".
           05 filler                               pic x(11)
              value "  VALOR R$".
           05 filler                               pic x(05)
              value "    %".

       01  linha_cons_det.
           05 lcn_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lcn_nome                             pic x(18).
           05 filler                               pic x(01)
              value spaces.
           05 lcn_unidade                          pic x(03).
           05 filler                               pic x(01)
              value spaces.
           05 lcn_teorico                          pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lcn_real                             pic -zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lcn_variacao                         pic -zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lcn_valor                            pic -zzzzz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lcn_perc                             pic -zzz9.

       01  tabela_sessoes.
           05 tab_sessao                           pic 9(05)
              occurs 50.

       01  controle_caixa.
           05 ctl_tolerancia_cx                    pic 9(03)v99
              value 5.

       01  controle_fidelidade.
           05 ctl_pontos_real                      pic 9(03)
              value 1.
           05 ctl_valor_ponto                      pic 9(01)v99
              value 0,05.
           05 ctl_min_resgate                      pic 9(05)
              value 100.

       01  siglas_forma_pag.
           05 filler                               pic x(05)
              value "DCBPA".
       01  filler redefines siglas_forma_pag.
           05 sigla_forma                          pic x(01)
              occurs 5.

       01  totais_caixa.
           05 cx_forma                             occurs 5.
              10 cx_esperado                       pic s9(07)v99.
              10 cx_contado                        pic 9(07)v99.

       01  linha_cx_cab.
           05 filler                               pic x(22)
              value "FORMA DE PAGAMENTO".
           05 filler                               pic x(11)
              value "  ESPERADO".
           05 filler                               pic x(11)
              value "   CONTADO".
           05 filler                               pic x(12)
              value "  DIFERENCA".
           05 filler                               pic x(24)
              value spaces.

       01  linha_cx_det.
           05 lcx_forma                            pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 lcx_esperado                         pic -zzzzz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lcx_contado                          pic zzzzzz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lcx_diferenca                        pic -zzzzz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lcx_aviso                            pic x(23).
       77 entrega_tmp                              pic x(01).
       77 dt_acerto                                pic 9(08).
       77 valor_corrida                            pic 9(03)v99.
       77 mot_ant                                  pic 9(03).
       77 mot_valor_corrida                        pic 9(03)v99.
       77 mot_entregas                             pic 9(05).
       77 mot_taxas                                pic 9(07)v99.
       77 mot_pagar                                pic 9(07)v99.
       77 mot_atrasadas                            pic 9(05).
       77 tot_mot_entregas                         pic 9(05).
       77 tot_mot_taxas                            pic 9(07)v99.
       77 tot_mot_pagar                            pic 9(07)v99.
       77 tot_mot_atrasadas                        pic 9(05).

       01  linha_mot_cab1.
           05 filler                               pic x(31)
              value "ACERTO DOS MOTOBOYS - ENTREGAS ".
           05 filler                               pic x(03)
              value "DE ".
           05 lmc_dt                               pic 9(04)/99/99.
           05 filler                               pic x(36)
              value spaces.

       01  linha_mot_grp.
           05 filler                               pic x(08)
              value "MOTOBOY ".
           05 lmg_codigo                           pic 9(03).
           05 filler                               pic x(03)
              value " - ".
           05 lmg_nome                             pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 lmg_fone                             pic x(12).
           05 filler                               pic x(32)
              value spaces.

       01  linha_mot_cab2.
           05 filler                               pic x(07)
              value "PEDIDO".
           05 filler                               pic x(21)
              value "BAIRRO".
           05 filler                               pic x(07)
              value "SAIDA".
           05 filler                               pic x(07)
              value "ENTR.".
           05 filler                               pic x(05)
              value " MIN".
           05 filler                               pic x(06)
              value " PREV".
           05 filler                               pic x(08)
              value "  TAXA".
           05 filler                               pic x(08)
              value "CORRIDA".
           05 filler                               pic x(11)
              value spaces.

       01  linha_mot_det.
           05 lmd_numero                           pic 9(05).
           05 filler                               pic x(02)
              value spaces.
           05 lmd_bairro                           pic x(20).
           05 filler                               pic x(01)
              value spaces.
           05 lmd_saida                            pic x(05).
           05 filler                               pic x(02)
              value spaces.
           05 lmd_entrega                          pic x(05).
           05 filler                               pic x(01)
              value spaces.
           05 lmd_minutos                          pic -zzz9.
           05 filler                               pic x(02)
              value spaces.
           05 lmd_previsto                         pic zz9.
           05 filler                               pic x(02)
              value spaces.
           05 lmd_taxa                             pic zz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lmd_corrida                          pic zz9,99.
           05 filler                               pic x(01)
              value spaces.
           05 lmd_situacao                         pic x(08).
           05 filler                               pic x(03)
              value spaces.

       01  linha_mot_sub.
           05 lms_titulo                           pic x(11).
           05 filler                               pic x(10)
              value "ENTREGAS: ".
           05 lms_entregas                         pic zzz9.
           05 filler                               pic x(09)
              value "  TAXAS: ".
           05 lms_taxas                            pic zzzzz9,99.
           05 filler                               pic x(10)
              value " A PAGAR: ".
           05 lms_pagar                            pic zzzzz9,99.
           05 filler                               pic x(12)
              value " ATRASADAS: ".
           05 lms_atrasadas                        pic zzz9.
           05 filler                               pic x(02)
              value spaces.

       01  hora_decomp.
           05 hd_hh                                pic 9(02).
           05 hd_mm                                pic 9(02).
           05 hd_ss                                pic 9(02).
       01  hora_decomp_num redefines hora_decomp   pic 9(06).

       01  hora_formatada.
           05 hf_hh                                pic 9(02).
           05 filler                               pic x(01)
              value ":".
           05 hf_mm                                pic 9(02).

       01  tabela_composicao.
           05 comp_linha                           pic x(60)
              occurs 7.

       01  linha_item_ped.
           05 lip_qtde                             pic zz9.
           05 filler                               pic x(03)
              value " x ".
           05 lip_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lip_nome                             pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 lip_preco                            pic zzz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lip_valor                            pic zzzz9,99.
           05 filler                               pic x(34)
              value spaces.

       01  linha_fila_cab.
           05 filler                               pic x(08)
              value "PEDIDO".
           05 filler                               pic x(07)
              value "HORA".
           05 filler                               pic x(08)
              value "MINUTOS".
           05 filler                               pic x(22)
              value "CLIENTE".
           05 filler                               pic x(08)
              value "PIZZAS".
           05 filler                               pic x(27)
              value "SITUACAO".

       01  linha_fila_det.
           05 lfl_numero                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 lfl_hora                             pic x(05).
           05 filler                               pic x(01)
              value spaces.
           05 lfl_minutos                          pic -zzzzz9.
           05 filler                               pic x(02)
              value spaces.
           05 lfl_cliente                          pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 lfl_pizzas                           pic zzzz9.
           05 filler                               pic x(03)
              value spaces.
           05 lfl_situacao                         pic x(10).
           05 filler                               pic x(17)
              value spaces.
       77 fs_operad                                pic x(02).
       77 ultimo_operad                            pic 9(03)
          value 0.
       77 operador_corrente                        pic 9(03)
          value 0.
       77 nivel_corrente                           pic x(01)
          value space.
       77 opcao_opr                                pic x(01).
       77 id_oper_tmp                              pic 9(03).
       77 senha_tmp                                pic x(08).
       77 nome_opr_tmp                             pic x(20).
       77 nivel_tmp                                pic x(01).
       77 tentativas_login                         pic 9(01).
       77 login_ok                                 pic x(01).
       77 fim_operad                               pic x(01).
       77 fs_histin                                pic x(02).
       77 fs_relvar                                pic x(02).
       77 fim_histin                               pic x(01).
       77 preco_ant_tmp                            pic 9(03)v99.
       77 tem_variacao                             pic x(01).
       77 fs_rellog                                pic x(02).
       77 modo_execucao                            pic x(20).
       77 modo_lote                                pic x(01)
          value 'N'.
       77 lote_falha                               pic x(01).
       77 dt_log_ed                                pic 9(04)/99/99.

       01  linha_var_cab1.
           05 filler                               pic x(40)
              value "VARIACAO DE PRECOS DE INGREDIENTES - DE ".
           05 lvc_dt_ini                           pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " A ".
           05 lvc_dt_fim                           pic 9(04)/99/99.
           05 filler                               pic x(17)
              value spaces.

       01  linha_var_det.
           05 lvd_dt                               pic 9(04)/99/99.
           05 filler                               pic x(01)
              value spaces.
           05 lvd_nome                             pic x(20).
           05 filler                               pic x(01)
              value spaces.
           05 lvd_ant                              pic zz9,99.
           05 filler                               pic x(03)
              value " > ".
           05 lvd_novo                             pic zz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lvd_perc                             pic -zz9,99.
           05 filler                               pic x(01)
              value "%".
           05 filler                               pic x(23)
              value spaces.

       01  linha_var_piz.
           05 filler                               pic x(02)
              value spaces.
           05 lvp_codigo                           pic 9(05).
           05 filler                               pic x(01)
              value spaces.
           05 lvp_nome                             pic x(15).
           05 filler                               pic x(19)
              value " CUSTO DA RECEITA: ".
           05 lvp_delta                            pic -zzz9,99.
           05 filler                               pic x(30)
              value spaces.
       01  controle_backup.
           05 ctl_dias_alerta                      pic 9(03)
              value 7.
           05 ctl_prox_ger                         pic 9(01)
              value 1.
           05 ctl_dt_ger                           pic 9(08)
              occurs 3 value 0.

       01  prefixos_backup.
           05 filler                               pic x(08)
              value "PIZZAS.G".
           05 filler                               pic x(08)
              value "CUSTOS.G".
           05 filler                               pic x(08)
              value "HISTOR.G".
           05 filler                               pic x(08)
              value "INGRED.G".
           05 filler                               pic x(08)
              value "RECEIT.G".
           05 filler                               pic x(08)
              value "FORNEC.G".
           05 filler                               pic x(08)
              value "VENDAS.G".
           05 filler                               pic x(08)
              value "AUDIT.G ".
           05 filler                               pic x(08)
              value "ESTOQ.G ".
           05 filler                               pic x(08)
              value "CANAL.G ".
           05 filler                               pic x(08)
              value "PROMO.G ".
           05 filler                               pic x(08)
              value "CLIENT.G".
           05 filler                               pic x(08)
              value "PEDIDO.G".
           05 filler                               pic x(08)
              value "ITPED.G ".
           05 filler                               pic x(08)
              value "OPERAD.G".
           05 filler                               pic x(08)
              value "HISTIN.G".
           05 filler                               pic x(08)
              value "ZONA.G  ".
           05 filler                               pic x(08)
              value "MOTOB.G ".
           05 filler                               pic x(08)
              value "TURNO.G ".
           05 filler                               pic x(08)
              value "MOVCX.G ".
           05 filler                               pic x(08)
              value "MOVEST.G".
           05 filler                               pic x(08)
              value "PCCAB.G ".
           05 filler                               pic x(08)
              value "PCITEM.G".
           05 filler                               pic x(08)
              value "CPAGAR.G".
           05 filler                               pic x(08)
              value "PONTOS.G".
       01  filler redefines prefixos_backup.
           05 bkp_prefixo                          pic x(08)
              occurs 25.

       77 qtd_arqs_backup                          pic 9(02)
          value 25.
      * geracoes antigas so tem os 8 primeiros arquivos do rodizio; a
      * conferencia exige apenas esses e os demais sao opcionais na
      * restauracao (arquivo ausente vale como vazio)
       77 qtd_arqs_bkp_orig                        pic 9(02)
          value 8.
       77 ind_bkp                                  pic 9(02).
       77 ger_backup                               pic 9(01).
       77 nome_arq_backup                          pic x(20).
       77 ger_corrente                             pic 9(01).
       77 ger_escolhida                            pic 9(01).
       77 ger_lista                                pic 9(01).
       77 dt_backup_max                            pic 9(08).
       77 dias_sem_backup                          pic s9(09).
       77 dias_alerta_tmp                          pic 9(03).
       77 opcao_bkp                                pic x(01).
       77 fim_backup                               pic x(01).
       77 backup_ok                                pic x(01).
       77 fs_arqbkp                                pic x(02).
       77 fs_bkpctl                                pic x(02).
       77 modo_simulacao                           pic x(01)
          value 'N'.
       77 sim_tipo                                 pic x(01).
       77 sim_codigo                               pic 9(05).
       77 sim_preco                                pic 9(03)v99.
       77 sim_perc                                 pic 9(02)v99.
       77 fs_relsim                                pic x(02).

       01  campos_importa.
           05 imp_nome                             pic x(15).
           05 imp_formato_x                        pic x(03).
           05 imp_diametro_x                       pic x(10).
           05 imp_comp_x                           pic x(10).
           05 imp_larg_x                           pic x(10).
           05 imp_preco_x                          pic x(12).
           05 imp_massa_x                          pic x(12).
           05 imp_molho_x                          pic x(12).
           05 imp_cober_x                          pic x(12).
           05 imp_fornec_x                         pic x(05).
       77 dt_ini_rel                               pic 9(08).
       77 dt_fim_rel                               pic 9(08).
       77 dt_ini_ed                                pic 9(04)/99/99.
       77 dt_fim_ed                                pic 9(04)/99/99.
       77 tr_cod_ant                               pic 9(05).
       77 tr_nome                                  pic x(15).
       77 tr_primeiro                              pic 9(03)v99.
       77 tr_ultimo                                pic 9(03)v99.
       77 tr_minimo                                pic 9(03)v99.
       77 tr_maximo                                pic 9(03)v99.
       77 tr_tem_dados                             pic x(01).
       77 fim_histor                               pic x(01).
       77 custo_massa_tmp                          pic 9(03)v99.
       77 custo_molho_tmp                          pic 9(03)v99.
       77 custo_cobertura_tmp                      pic 9(03)v99.
       77 preco_tmp                                pic 9(03)v99.
       77 diametro_tmp                             pic 9(03).
       77 comprimento_tmp                          pic 9(03).
       77 largura_tmp                              pic 9(03).
       77 dim_max_cm                               pic 9(03)
          value 200.
       77 menor_cm2                                pic 9(03)v99.
       77 dimensao_fmt                              pic x(09).
       77 dim_ed1                                   pic zz9.
       77 dim_ed2                                   pic zz9.
       77 pi                                       pic 9(01)V9(06)
          value 3,141592.
       77 fs_pizzas                                pic x(02).
       77 fs_custos                                pic x(02).
       77 fs_ingred                                pic x(02).
       77 fs_receit                                pic x(02).
       77 fs_fornec                                pic x(02).
       77 fs_histor                                pic x(02).
       77 fs_relimpr                               pic x(02).
       77 fs_relcsv                                pic x(02).
       77 fs_reltend                               pic x(02).
       77 fs_vendas                                pic x(02).
       77 fs_relluc                                pic x(02).
       77 fs_relexc                                pic x(02).
       77 fs_importa                               pic x(02).
       77 fs_imprej                                pic x(02).
       77 fs_audit                                 pic x(02).
       77 fs_estoq                                 pic x(02).
       77 fs_relest                                pic x(02).
       77 fs_estctl                                pic x(02).

       01  linha_cab1.
           05 filler                               pic x(25)
              value "RELATORIO DE PIZZAS - ".
           05 lc_dt                                pic 9(04)/99/99.
           05 filler                               pic x(44)
              value spaces.

       01  linha_cab2.
           05 filler                               pic x(17)
              value "NOME".
           05 filler                               pic x(12)
              value "FORMATO".
           05 filler                               pic x(10)
              value "DIMENSAO".
           05 filler                               pic x(10)
              value "PRECO".
           05 filler                               pic x(10)
              value "R$/CM2".
           05 filler                               pic x(10)
              value "CUSTO".
           05 filler                               pic x(11)
              value "MARGEM".

       01  linha_det.
           05 ld_nome                              pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 ld_formato                           pic x(10).
           05 filler                               pic x(02)
              value spaces.
           05 ld_dimensao                          pic x(09).
           05 filler                               pic x(01)
              value spaces.
           05 ld_preco                             pic zz9,99.
           05 filler                               pic x(04)
              value spaces.
           05 ld_preco_cm2                         pic zz9,99.
           05 filler                               pic x(04)
              value spaces.
           05 ld_custo                             pic zz9,99.
           05 filler                               pic x(04)
              value spaces.
           05 ld_margem                            pic -zz9,99.
           05 filler                               pic x(04)
              value spaces.

       01  linha_forn_grp.
           05 filler                               pic x(11)
              value "FORNECEDOR ".
           05 lfg_codigo                           pic zz9.
           05 filler                               pic x(03)
              value " - ".
           05 lfg_nome                             pic x(20).
           05 filler                               pic x(43)
              value spaces.

       01  linha_forn_sub.
           05 filler                               pic x(17)
              value "  MELHOR R$/CM2: ".
           05 lfs_melhor                           pic zz9,99.
           05 filler                               pic x(16)
              value "  MARGEM MEDIA: ".
           05 lfs_media                            pic -zz9,99.
           05 filler                               pic x(34)
              value spaces.

       01  linha_vencedor.
           05 filler                               pic x(15)
              value "MELHOR COMPRA: ".
           05 lv_pizza                             pic x(15).
           05 filler                               pic x(15)
              value " - FORNECEDOR ".
           05 lv_fornec                            pic x(20).
           05 filler                               pic x(15)
              value spaces.

       01  linha_luc_cab1.
           05 filler                               pic x(23)
              value "LUCRO REALIZADO DO DIA ".
           05 llc_dt                               pic 9(04)/99/99.
           05 filler                               pic x(47)
              value spaces.

       01  linha_luc_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(17)
              value "NOME".
           05 filler                               pic x(06)
              value "QTDE".
           05 filler                               pic x(10)
              value "MARGEM".
           05 filler                               pic x(10)
              value "LUCRO".
           05 filler                               pic x(29)
              value spaces.

       01  linha_luc_det.
           05 llu_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 llu_nome                             pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 llu_qtde                             pic zz9.
           05 filler                               pic x(03)
              value spaces.
           05 llu_margem                           pic -zz9,99.
           05 filler                               pic x(03)
              value spaces.
           05 llu_lucro                            pic -zzzzzz9,99.
           05 filler                               pic x(28)
              value spaces.

       01  linha_luc_tot.
           05 filler                               pic x(24)
              value "TOTAL DO DIA - VENDIDO: ".
           05 llt_vendido                          pic zzzzzz9,99.
           05 filler                               pic x(09)
              value "  LUCRO: ".
           05 llt_lucro                            pic -zzzzzz9,99.
           05 filler                               pic x(26)
              value spaces.

       01  linha_tend_cab1.
           05 filler                               pic x(32)
              value "TENDENCIA DE PRECO POR CM2 - DE ".
           05 ltc_dt_ini                           pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " A ".
           05 ltc_dt_fim                           pic 9(04)/99/99.
           05 filler                               pic x(25)
              value spaces.

       01  linha_tend_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(17)
              value "NOME".
           05 filler                               pic x(09)
              value "PRIMEIRO".
           05 filler                               pic x(09)
              value "ULTIMO".
           05 filler                               pic x(09)
              value "MINIMO".
           05 filler                               pic x(09)
              value "MAXIMO".
           05 filler                               pic x(10)
              value "VARIACAO%".

       01  linha_tend_det.
           05 ltd_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 ltd_nome                             pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 ltd_primeiro                         pic zz9,99.
           05 filler                               pic x(03)
              value spaces.
           05 ltd_ultimo                           pic zz9,99.
           05 filler                               pic x(03)
              value spaces.
           05 ltd_minimo                           pic zz9,99.
           05 filler                               pic x(03)
              value spaces.
           05 ltd_maximo                           pic zz9,99.
           05 filler                               pic x(03)
              value spaces.
           05 ltd_variacao                         pic -zz9,99.
           05 filler                               pic x(10)
              value spaces.

       01  linha_est_cab1.
           05 filler                               pic x(21)
              value "POSICAO DE ESTOQUE - ".
           05 lec_dt                               pic 9(04)/99/99.
           05 filler                               pic x(49)
              value spaces.

       01  linha_est_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(22)
              value "INGREDIENTE".
           05 filler                               pic x(04)
              value "UN".
           05 filler                               pic x(11)
              value "SALDO".
           05 filler                               pic x(10)
              value "MINIMO".
           05 filler                               pic x(25)
              value "SITUACAO".

       01  linha_est_det.
           05 led_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 led_nome                             pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 led_unidade                          pic x(03).
           05 filler                               pic x(01)
              value spaces.
           05 led_saldo                            pic -zzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 led_minimo                           pic zzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 led_situacao                         pic x(16).
           05 filler                               pic x(08)
              value spaces.

       01  linha_ped_cab1.
           05 filler                               pic x(17)
              value "PEDIDO DE COMPRA ".
           05 lpc_numero                           pic 9(05).
           05 filler                               pic x(03)
              value " - ".
           05 lpc_dt                               pic 9(04)/99/99.
           05 filler                               pic x(45)
              value spaces.

       01  linha_ped_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(22)
              value "INGREDIENTE".
           05 filler                               pic x(04)
              value "UN".
           05 filler                               pic x(12)
              value "QTDE".
           05 filler                               pic x(08)
              value "PRECO".
           05 filler                               pic x(26)
              value "VALOR".

       01  linha_ped_det.
           05 lpd_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 lpd_nome                             pic x(20).
           05 filler                               pic x(02)
              value spaces.
           05 lpd_unidade                          pic x(03).
           05 filler                               pic x(01)
              value spaces.
           05 lpd_qtde                             pic zzzzz9,999.
           05 filler                               pic x(01)
              value spaces.
           05 lpd_preco                            pic zz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lpd_valor                            pic zzzzzz9,99.
           05 filler                               pic x(17)
              value spaces.

       01  linha_ped_taxa.
           05 filler                               pic x(20)
              value "TAXA DE ENTREGA...: ".
           05 lpt_taxa                             pic zz9,99.
           05 filler                               pic x(54)
              value spaces.

       01  linha_ped_tot.
           05 filler                               pic x(20)
              value "TOTAL DO PEDIDO...: ".
           05 lpt_total                            pic zzzzzz9,99.
           05 filler                               pic x(50)
              value spaces.

       01  linha_fec_cab1.
           05 filler                               pic x(26)
              value "FECHAMENTO DE VENDAS - DE ".
           05 lfc_dt_ini                           pic 9(04)/99/99.
           05 filler                               pic x(03)
              value " A ".
           05 lfc_dt_fim                           pic 9(04)/99/99.
           05 filler                               pic x(31)
              value spaces.

       01  linha_fec_cab2.
           05 filler                               pic x(08)
              value "CODIGO".
           05 filler                               pic x(17)
              value "NOME".
           05 filler                               pic x(07)
              value "QTDE".
           05 filler                               pic x(12)
              value "RECEITA".
           05 filler                               pic x(36)
              value "LUCRO".

       01  linha_fec_det.
           05 lfd_codigo                           pic 9(05).
           05 filler                               pic x(03)
              value spaces.
           05 lfd_nome                             pic x(15).
           05 filler                               pic x(02)
              value spaces.
           05 lfd_qtde                             pic zzzz9.
           05 filler                               pic x(02)
              value spaces.
           05 lfd_receita                          pic zzzzzz9,99.
           05 filler                               pic x(02)
              value spaces.
           05 lfd_lucro                            pic -zzzzzz9,99.
           05 filler                               pic x(25)
              value spaces.

       01  linha_fec_dia.
           05 lfdia_nome                           pic x(07).
           05 filler                               pic x(09)
              value " - QTDE: ".
           05 lfdia_qtde                           pic zzzz9.
           05 filler                               pic x(11)
              value "  VENDIDO: ".
           05 lfdia_valor                          pic zzzzzz9,99.
           05 filler                               pic x(38)
              value spaces.

       01  linha_fec_tot.
           05 filler                               pic x(25)
              value "TOTAL DO PERIODO - QTDE: ".
           05 lft_qtde                             pic zzzz9.
           05 filler                               pic x(11)
              value "  RECEITA: ".
           05 lft_receita                          pic zzzzzz9,99.
           05 filler                               pic x(09)
              value "  LUCRO: ".
           05 lft_lucro                            pic -zzzzzz9,99.
           05 filler                               pic x(09)
              value spaces.

       01  linha_fec_ant.
           05 filler                               pic x(25)
              value "PERIODO ANTERIOR - QTDE: ".
           05 lfa_qtde                             pic zzzz9.
           05 filler                               pic x(11)
              value "  RECEITA: ".
           05 lfa_receita                          pic zzzzzz9,99.
           05 filler                               pic x(09)
              value "  LUCRO: ".
           05 lfa_lucro                            pic -zzzzzz9,99.
           05 filler                               pic x(09)
              value spaces.

       01  csv_campos.
           05 csv_dimensao                          pic x(09).
           05 csv_preco                             pic zz9,99.
           05 csv_preco_cm2                         pic zz9,99.
           05 csv_dif_rel                           pic zzz9,99.

      *----Variaveis para comunicação entre programas
       linkage section.


      *----Declaração de tela
       screen section.


      *Declaração do corpo do programa
       procedure division.


           accept modo_execucao from command-line
           if function upper-case(function trim(modo_execucao))
              = "LOTE"
               move 'S' to modo_lote
           end-if

           perform inicializa

           if modo_lote = 'S'
               perform executa-lote
           else
               perform login-operador
               perform registra-sessao
               perform localiza-turno-aberto
               perform menu-principal
           end-if

           perform finaliza.

      * Inicilizacao de variaveis, abertura de arquivos
      * procedimentos que serao realizados apenas uma vez
       inicializa section.
           move '1'         to chave_ordenacao

           perform abre-pizzas
           perform abre-custos
           perform abre-ingred
           perform abre-receit
           perform abre-fornec
           perform abre-estoq
           perform abre-canal
           perform abre-promo
           perform abre-client
           perform abre-pedido
           perform abre-itped
           perform abre-operad
           perform abre-zona
           perform abre-motob
           perform abre-turno
           perform abre-contrl
           perform abre-sessao
           perform abre-pccab
           perform abre-pcitem
           perform abre-cpagar
           perform conta-cadastro

           perform le-controle-estoque
           perform le-controle-arquiva
           perform le-controle-backup
           perform le-controle-caixa
           perform le-controle-fidelidade
           perform verifica-idade-backup
           .
       inicializa-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de pizzas, criando-o se for a primeira execucao
       abre-pizzas section.
           open i-o pizzas
           if fs_pizzas = "35"
               open output pizzas
               close pizzas
               open i-o pizzas
           end-if
           .
       abre-pizzas-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de custos, criando-o se for a primeira execucao
       abre-custos section.
           open i-o custos
           if fs_custos = "35"
               open output custos
               close custos
               open i-o custos
           end-if
           .
       abre-custos-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o catalogo de ingredientes, criando-o na primeira execucao,
      * e localiza o maior codigo ja usado para a geracao automatica
       abre-ingred section.
           open i-o ingred
           if fs_ingred = "35"
               open output ingred
               close ingred
               open i-o ingred
           end-if

           move 0   to ultimo_ingred
           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
                       if ig_codigo > ultimo_ingred
                           move ig_codigo to ultimo_ingred
                       end-if
               end-read
           end-perform
           .
       abre-ingred-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de receitas, criando-o na primeira execucao
       abre-receit section.
           open i-o receit
           if fs_receit = "35"
               open output receit
               close receit
               open i-o receit
           end-if
           .
       abre-receit-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de fornecedores, criando-o na primeira execucao,
      * e localiza o maior codigo ja usado para a geracao automatica
       abre-fornec section.
           open i-o fornec
           if fs_fornec = "35"
               open output fornec
               close fornec
               open i-o fornec
           end-if

           move 0   to ultimo_fornec
           move 'N' to fim_fornec
           move 0   to fo_codigo
           start fornec key not less fo_codigo
               invalid key
                   move 'S' to fim_fornec
           end-start
           perform until fim_fornec = 'S'
               read fornec next record
                   at end
                       move 'S' to fim_fornec
                   not at end
                       if fo_codigo > ultimo_fornec
                           move fo_codigo to ultimo_fornec
                       end-if
               end-read
           end-perform
           .
       abre-fornec-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de saldos de estoque, criando-o na primeira
      * execucao
       abre-estoq section.
           open i-o estoq
           if fs_estoq = "35"
               open output estoq
               close estoq
               open i-o estoq
           end-if
           .
       abre-estoq-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de canais de venda, criando-o na primeira
      * execucao, e localiza o maior codigo ja usado para a geracao
      * automatica
       abre-canal section.
           open i-o canal
           if fs_canal = "35"
               open output canal
               close canal
               open i-o canal
           end-if

           move 0   to ultimo_canal
           move 'N' to fim_canal
           move 0   to ca_codigo
           start canal key not less ca_codigo
               invalid key
                   move 'S' to fim_canal
           end-start
           perform until fim_canal = 'S'
               read canal next record
                   at end
                       move 'S' to fim_canal
                   not at end
                       if ca_codigo > ultimo_canal
                           move ca_codigo to ultimo_canal
                       end-if
               end-read
           end-perform
           .
       abre-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de promocoes, criando-o na primeira execucao, e
      * localiza o maior numero ja usado para a geracao automatica
       abre-promo section.
           open i-o promo
           if fs_promo = "35"
               open output promo
               close promo
               open i-o promo
           end-if

           move 0   to ultimo_promo
           move 'N' to fim_promo
           move 0   to pr_numero
           start promo key not less pr_numero
               invalid key
                   move 'S' to fim_promo
           end-start
           perform until fim_promo = 'S'
               read promo next record
                   at end
                       move 'S' to fim_promo
                   not at end
                       if pr_numero > ultimo_promo
                           move pr_numero to ultimo_promo
                       end-if
               end-read
           end-perform
           .
       abre-promo-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de clientes, criando-o na primeira execucao, e
      * localiza o maior codigo ja usado para a geracao automatica
       abre-client section.
           open i-o client
           if fs_client = "35"
               open output client
               close client
               open i-o client
           end-if

           move 0   to ultimo_client
           move 'N' to fim_client
           move 0   to cl_codigo
           start client key not less cl_codigo
               invalid key
                   move 'S' to fim_client
           end-start
           perform until fim_client = 'S'
               read client next record
                   at end
                       move 'S' to fim_client
                   not at end
                       if cl_codigo > ultimo_client
                           move cl_codigo to ultimo_client
                       end-if
               end-read
           end-perform
           .
       abre-client-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de pedidos, criando-o na primeira execucao, e
      * localiza o maior numero ja usado para a geracao automatica
       abre-pedido section.
           open i-o pedido
           if fs_pedido = "35"
               open output pedido
               close pedido
               open i-o pedido
           end-if

           move 0   to ultimo_pedido
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       if pd_numero > ultimo_pedido
                           move pd_numero to ultimo_pedido
                       end-if
               end-read
      * pedido preso por outro terminal encerra a leitura: o maior
      * numero lido so serve de piso para o controle de sequencias
               if fs_pedido = "51"
                   move 'S' to fim_pedido
               end-if
           end-perform
           .
       abre-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de itens de pedido, criando-o na primeira
      * execucao
       abre-itped section.
           open i-o itped
           if fs_itped = "35"
               open output itped
               close itped
               open i-o itped
           end-if
           .
       abre-itped-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de operadores, criando-o na primeira execucao,
      * e localiza o maior id ja usado para a geracao automatica
       abre-operad section.
           open i-o operad
           if fs_operad = "35"
               open output operad
               close operad
               open i-o operad
           end-if

           move 0   to ultimo_operad
           move 'N' to fim_operad
           move 0   to op_id
           start operad key not less op_id
               invalid key
                   move 'S' to fim_operad
           end-start
           perform until fim_operad = 'S'
               read operad next record
                   at end
                       move 'S' to fim_operad
                   not at end
                       if op_id > ultimo_operad
                           move op_id to ultimo_operad
                       end-if
               end-read
           end-perform
           .
       abre-operad-exit.
           exit.

      *-----------------------------------------------------------------
      * abre a tabela de zonas de entrega, criando-a na primeira
      * execucao, e localiza o maior codigo ja usado para a geracao
      * automatica
       abre-zona section.
           open i-o zona
           if fs_zona = "35"
               open output zona
               close zona
               open i-o zona
           end-if

           move 0   to ultimo_zona
           move 'N' to fim_zona
           move 0   to zn_codigo
           start zona key not less zn_codigo
               invalid key
                   move 'S' to fim_zona
           end-start
           perform until fim_zona = 'S'
               read zona next record
                   at end
                       move 'S' to fim_zona
                   not at end
                       if zn_codigo > ultimo_zona
                           move zn_codigo to ultimo_zona
                       end-if
               end-read
           end-perform
           .
       abre-zona-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de motoboys, criando-o na primeira execucao, e
      * localiza o maior codigo ja usado para a geracao automatica
       abre-motob section.
           open i-o motob
           if fs_motob = "35"
               open output motob
               close motob
               open i-o motob
           end-if

           move 0   to ultimo_motob
           move 'N' to fim_motob
           move 0   to mb_codigo
           start motob key not less mb_codigo
               invalid key
                   move 'S' to fim_motob
           end-start
           perform until fim_motob = 'S'
               read motob next record
                   at end
                       move 'S' to fim_motob
                   not at end
                       if mb_codigo > ultimo_motob
                           move mb_codigo to ultimo_motob
                       end-if
               end-read
           end-perform
           .
       abre-motob-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de turnos de caixa, criando-o na primeira
      * execucao, e localiza o maior numero ja usado
       abre-turno section.
           open i-o turno
           if fs_turno = "35"
               open output turno
               close turno
               open i-o turno
           end-if

           move 0   to ultimo_turno
           move 'N' to fim_turno
           move 0   to tu_numero
           start turno key not less tu_numero
               invalid key
                   move 'S' to fim_turno
           end-start
           perform until fim_turno = 'S'
               read turno next record
                   at end
                       move 'S' to fim_turno
                   not at end
                       if tu_numero > ultimo_turno
                           move tu_numero to ultimo_turno
                       end-if
               end-read
           end-perform
           .
       abre-turno-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o cadastro de pedidos de compra, criando-o na primeira
      * execucao, e localiza o maior numero de pedido ja usado
       abre-pccab section.
           open i-o pccab
           if fs_pccab = "35"
               open output pccab
               close pccab
               open i-o pccab
           end-if

           move 0   to ultimo_pccab
           move 'N' to fim_pccab
           move 0   to pk_numero
           start pccab key not less pk_numero
               invalid key
                   move 'S' to fim_pccab
           end-start
           perform until fim_pccab = 'S'
               read pccab next record
                   at end
                       move 'S' to fim_pccab
                   not at end
                       if pk_numero > ultimo_pccab
                           move pk_numero to ultimo_pccab
                       end-if
               end-read
           end-perform
           .
       abre-pccab-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de itens dos pedidos de compra, criando-o na
      * primeira execucao
       abre-pcitem section.
           open i-o pcitem
           if fs_pcitem = "35"
               open output pcitem
               close pcitem
               open i-o pcitem
           end-if
           .
       abre-pcitem-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de titulos a pagar, criando-o na primeira
      * execucao, e localiza o maior numero de titulo ja usado
       abre-cpagar section.
           open i-o cpagar
           if fs_cpagar = "35"
               open output cpagar
               close cpagar
               open i-o cpagar
           end-if

           move 0   to ultimo_titulo
           move 'N' to fim_cpagar
           move 0   to ap_numero
           start cpagar key not less ap_numero
               invalid key
                   move 'S' to fim_cpagar
           end-start
           perform until fim_cpagar = 'S'
               read cpagar next record
                   at end
                       move 'S' to fim_cpagar
                   not at end
                       if ap_numero > ultimo_titulo
                           move ap_numero to ultimo_titulo
                       end-if
               end-read
           end-perform
           .
       abre-cpagar-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo de controle das sequencias compartilhado pelos
      * terminais, criando-o na primeira execucao
       abre-contrl section.
           open i-o contrl
           if fs_contrl = "35"
               open output contrl
               close contrl
               open i-o contrl
           end-if
           .
       abre-contrl-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o registro das sessoes interativas abertas, criando-o na
      * primeira execucao
       abre-sessao section.
           open i-o sessao
           if fs_sessao = "35"
               open output sessao
               close sessao
               open i-o sessao
           end-if
           .
       abre-sessao-exit.
           exit.

      *-----------------------------------------------------------------
      * devolve em "seq_proximo" o proximo numero da sequencia
      * "seq_nome", tirado do registro de controle compartilhado pelos
      * terminais; "seq_base" e o maior numero ja gravado no arquivo da
      * sequencia, usado para criar o registro na primeira vez e para
      * corrigi-lo depois de uma restauracao de backup; o registro fica
      * preso so durante a atualizacao, entao o bloqueio de outro
      * terminal e esperado sem perguntar nada ao operador; qualquer
      * outro erro no controle e avisado e "seq_ok" volta 'N', e quem
      * chamou nao grava nada com o numero
       proximo-numero section.
           move 'N' to seq_ok
           perform until seq_ok = 'S'
               move seq_nome to ct_nome
               read contrl record with lock
                   invalid key
                       move seq_nome to ct_nome
                       move seq_base to ct_ultimo
                       write contrl_reg
                           invalid key
                               continue
                       end-write
                   not invalid key
                       if ct_ultimo < seq_base
                           move seq_base to ct_ultimo
                       end-if
                       add 1 to ct_ultimo
                       rewrite contrl_reg
                           invalid key
                               continue
                       end-rewrite
                       move fs_contrl to fs_contrl_seq
                       unlock contrl
                       if fs_contrl_seq = "00"
                           move ct_ultimo to seq_proximo
                           move 'S' to seq_ok
                       else
                           move fs_contrl_seq to fs_contrl
                       end-if
               end-read
               if seq_ok = 'N'
                   if fs_contrl = "51"
                       call "C$SLEEP" using segundos_espera
                   else
                       if fs_contrl not = "00" and fs_contrl not = "22"
                           display "Erro no controle de sequencias "
                                   seq_nome " (status " fs_contrl ")"
                           go to proximo-numero-exit
                       end-if
                   end-if
               end-if
           end-perform
           .
       proximo-numero-exit.
           exit.

      *-----------------------------------------------------------------
      * registro que outro terminal mantem preso: avisa o operador e
      * pergunta se tenta de novo; na rodada em lote espera alguns
      * segundos e tenta de novo, ate o limite de tentativas; com
      * "espera_bloqueio" = 'S' (atualizacao que nao pode ficar pela
      * metade) espera a liberacao sem perguntar nem desistir; com 'D'
      * (quem chamou ja prende outro registro) desiste na hora
       registro-em-uso section.
           add 1 to tentativas_bloqueio
           if espera_bloqueio = 'D'
               display "Registro em uso por outro terminal"
               move 'N' to tenta_bloqueio
               go to registro-em-uso-exit
           end-if
           if espera_bloqueio = 'S'
               if tentativas_bloqueio = 1
                   display "Registro em uso por outro terminal; "
                           "aguardando a liberacao"
               end-if
               call "C$SLEEP" using segundos_espera
               go to registro-em-uso-exit
           end-if
           if modo_lote = 'S'
               if tentativas_bloqueio > max_tentativas_lote
                   display "Registro em uso por outro terminal; "
                           "operacao nao realizada"
                   move 'N' to tenta_bloqueio
               else
                   call "C$SLEEP" using segundos_espera
               end-if
               go to registro-em-uso-exit
           end-if

           display "Registro em uso por outro terminal"
           display "Tentar novamente? (S/N)"
           move space to resposta
           accept resposta
           if resposta = 'S' or resposta = 's'
               move 'S' to tenta_bloqueio
           else
               display "Operacao cancelada"
               move 'N' to tenta_bloqueio
           end-if
           move 'N' to resposta
           .
       registro-em-uso-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio a pizza cuja chave ja esta em
      * "pz_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-pizzas section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read pizzas record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_pizzas = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-pizzas-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o ingrediente cuja chave ja esta em
      * "ig_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-ingred section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read ingred record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_ingred = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-ingred-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o custo da pizza cuja chave ja esta em
      * "cu_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-custos section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read custos record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_custos = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-custos-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o item de receita cuja chave ja esta em
      * "re_chave"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-receit section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read receit record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_receit = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-receit-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o saldo do ingrediente cuja chave ja esta em
      * "es_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-estoq section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read estoq record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_estoq = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-estoq-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o cliente cuja chave ja esta em
      * "cl_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-client section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read client record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_client = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-client-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o pedido cuja chave ja esta em
      * "pd_numero"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-pedido section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read pedido record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_pedido = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o turno de caixa cuja chave ja esta em
      * "tu_numero"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-turno section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read turno record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_turno = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-turno-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o pedido de compra cuja chave ja esta em
      * "pk_numero"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-pccab section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read pccab record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_pccab = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-pccab-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o titulo a pagar cuja chave ja esta em
      * "ap_numero"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-cpagar section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read cpagar record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_cpagar = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-cpagar-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o fornecedor cuja chave ja esta em
      * "fo_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-fornec section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read fornec record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_fornec = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-fornec-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o canal cuja chave ja esta em
      * "ca_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-canal section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read canal record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_canal = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio a promocao cuja chave ja esta em
      * "pr_numero"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-promo section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read promo record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_promo = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-promo-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio a zona cuja chave ja esta em
      * "zn_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-zona section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read zona record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_zona = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-zona-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o motoboy cuja chave ja esta em
      * "mb_codigo"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-motob section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read motob record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_motob = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-motob-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio o operador cuja chave ja esta em
      * "op_id"; "bloqueio_ok" volta 'N' se o registro nao
      * existe ou se o operador desistiu de esperar o outro terminal
       bloqueia-operad section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               read operad record with lock
                   invalid key
                       move 'N' to tenta_bloqueio
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_operad = "51"
                   perform registro-em-uso
               end-if
           end-perform
           .
       bloqueia-operad-exit.
           exit.

      *-----------------------------------------------------------------
      * le com bloqueio, no CONTRL, a data da ultima baixa das vendas
      * no estoque (registro "BAIXAEST", com a data guardada como numero
      * do dia), para que dois terminais nao baixem o mesmo periodo;
      * na primeira vez o registro e criado com a data do ESTCTL; a
      * data fica em "ctl_dt_baixa" e "bloqueio_ok" volta 'N' se o
      * operador desistiu de esperar o outro terminal
       bloqueia-controle-baixa section.
           move 0   to tentativas_bloqueio
           move 'N' to bloqueio_ok
           move 'S' to tenta_bloqueio
           perform until tenta_bloqueio = 'N'
               move "BAIXAEST" to ct_nome
               read contrl record with lock
                   invalid key
                       perform cria-controle-baixa
                   not invalid key
                       move 'S' to bloqueio_ok
                       move 'N' to tenta_bloqueio
               end-read
               if fs_contrl = "51"
                   perform registro-em-uso
               end-if
           end-perform
           if bloqueio_ok = 'N'
               go to bloqueia-controle-baixa-exit
           end-if

           if ct_ultimo = 0
               move "0000/00/00" to ctl_dt_baixa
           else
               compute dt_raw = function date-of-integer(ct_ultimo)
               move dt_raw to dt_baixa_ed
               move dt_baixa_ed to ctl_dt_baixa
           end-if
           .
       bloqueia-controle-baixa-exit.
           exit.

      *-----------------------------------------------------------------
      * cria no CONTRL o registro da data da ultima baixa com a data
      * do ESTCTL (outro terminal pode te-lo criado no mesmo instante)
       cria-controle-baixa section.
           move "BAIXAEST" to ct_nome
           if ctl_dt_baixa = "0000/00/00"
               move 0 to ct_ultimo
           else
               move ctl_dt_baixa(1:4) to dtc_ano
               move ctl_dt_baixa(6:2) to dtc_mes
               move ctl_dt_baixa(9:2) to dtc_dia
               compute ct_ultimo =
                       function integer-of-date(dt_compacta_num)
           end-if
           write contrl_reg
               invalid key
                   continue
           end-write
           if fs_contrl not = "00" and fs_contrl not = "22"
               display "Erro no controle da baixa do estoque (status "
                       fs_contrl ")"
               move 'N' to tenta_bloqueio
           end-if
           .
       cria-controle-baixa-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava no CONTRL a data da ultima baixa em "ctl_dt_baixa",
      * libera o registro e mantem o ESTCTL com a mesma data
       grava-controle-baixa section.
           move ctl_dt_baixa(1:4) to dtc_ano
           move ctl_dt_baixa(6:2) to dtc_mes
           move ctl_dt_baixa(9:2) to dtc_dia
           move "BAIXAEST" to ct_nome
           if dt_compacta_num = 0
               move 0 to ct_ultimo
           else
               compute ct_ultimo =
                       function integer-of-date(dt_compacta_num)
           end-if
           rewrite contrl_reg
               invalid key
                   display "Erro ao atualizar o controle da baixa"
           end-rewrite
           unlock contrl
           perform grava-controle-estoque
           .
       grava-controle-baixa-exit.
           exit.

      *-----------------------------------------------------------------
      * registra a sessao interativa no SESSAO e mantem o registro
      * preso ate o fim da sessao; a rodada em LOTE reconhece assim as
      * sessoes ainda abertas, e um registro que ficou sem bloqueio e
      * de uma sessao que caiu sem passar pelo encerramento
       registra-sessao section.
           move "SESSAO" to seq_nome
           move 0        to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               move 0 to sessao_corrente
               go to registra-sessao-exit
           end-if
           move seq_proximo to sessao_corrente

           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move sessao_corrente   to ss_numero
           move operador_corrente to ss_operador
           move dt_raw            to ss_dt
           move hr_hhmmss         to ss_hora
           write sessao_reg
               invalid key
                   display "Erro ao registrar a sessao"
                   move 0 to sessao_corrente
                   go to registra-sessao-exit
           end-write
           read sessao record with lock
               invalid key
                   continue
           end-read
           .
       registra-sessao-exit.
           exit.

      *-----------------------------------------------------------------
      * conta em "sessoes_ativas" as sessoes interativas abertas: o
      * registro preso por outro processo e de sessao ativa; o que pode
      * ser preso aqui sobrou de uma sessao que caiu e e removido
       conta-sessoes-ativas section.
           move 0 to sessoes_ativas
           move 0 to qtd_sessoes_lidas
           move 'N' to fim_sessao
           move 0   to ss_numero
           start sessao key not less ss_numero
               invalid key
                   move 'S' to fim_sessao
           end-start
           perform until fim_sessao = 'S'
               read sessao next record
                   at end
                       move 'S' to fim_sessao
                   not at end
                       if qtd_sessoes_lidas < 50
                           add 1 to qtd_sessoes_lidas
                           move ss_numero
                             to tab_sessao(qtd_sessoes_lidas)
                       end-if
               end-read
               if fs_sessao = "51"
                   add 1 to sessoes_ativas
                   move 'S' to fim_sessao
               end-if
           end-perform

           perform varying ix_sessao from 1 by 1
                     until ix_sessao > qtd_sessoes_lidas
               move tab_sessao(ix_sessao) to ss_numero
               read sessao record with lock
                   invalid key
                       continue
                   not invalid key
                       delete sessao record
                           invalid key
                               continue
                       end-delete
                       unlock sessao
               end-read
               if fs_sessao = "51"
                   add 1 to sessoes_ativas
               end-if
           end-perform
           .
       conta-sessoes-ativas-exit.
           exit.

      *-----------------------------------------------------------------
      * login do operador na abertura: tres tentativas de id e senha;
      * na primeira execucao (nenhum operador cadastrado) o gerente
      * inicial e cadastrado na hora e ja entra conectado
       login-operador section.
           if ultimo_operad = 0
               perform primeiro-operador
               go to login-operador-exit
           end-if

           move 0   to tentativas_login
           move 'N' to login_ok
           perform until login_ok = 'S' or tentativas_login >= 3
               display erase
               display "Identificacao do operador: "
               accept id_oper_tmp
               display "Senha: "
               move spaces to senha_tmp
               accept senha_tmp

               move id_oper_tmp to op_id
               read operad record
                   invalid key
                       display "Operador ou senha invalidos"
                       add 1 to tentativas_login
                   not invalid key
                       if op_senha = senha_tmp
                           move 'S'      to login_ok
                           move op_id    to operador_corrente
                           move op_nivel to nivel_corrente
                           display "Operador conectado: " op_nome
                       else
                           display "Operador ou senha invalidos"
                           add 1 to tentativas_login
                       end-if
               end-read
           end-perform

           if login_ok = 'N'
               display "Acesso negado apos 3 tentativas"
               perform finaliza
           end-if
           .
       login-operador-exit.
           exit.

      *-----------------------------------------------------------------
      * cadastro do gerente inicial na primeira execucao do programa
       primeiro-operador section.
           display erase
           display "Nenhum operador cadastrado; cadastre o gerente"
           display "Informe o nome do gerente: "
           move spaces to nome_opr_tmp
           perform until nome_opr_tmp not = spaces
               accept nome_opr_tmp
           end-perform

           display "Informe a senha: "
           move spaces to senha_tmp
           perform until senha_tmp not = spaces
               accept senha_tmp
           end-perform

           move 1 to ultimo_operad
           move 1            to op_id
           move nome_opr_tmp to op_nome
           move senha_tmp    to op_senha
           move 'G'          to op_nivel
           write operad_reg
               invalid key
                   display "Erro ao gravar o operador"
           end-write

           move 1   to operador_corrente
           move 'G' to nivel_corrente
           display "Gerente cadastrado e conectado com o id 001"
           .
       primeiro-operador-exit.
           exit.

      *-----------------------------------------------------------------
      * le o arquivo de controle do estoque; na primeira execucao vale
      * o padrao (nenhuma venda baixada ainda)
       le-controle-estoque section.
           open input estctl
           if fs_estctl = "35"
               go to le-controle-estoque-exit
           end-if
           read estctl into controle_estoque
               at end
                   continue
           end-read
           close estctl
           .
       le-controle-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava o arquivo de controle do estoque
       grava-controle-estoque section.
           open output estctl
           write estctl_reg from controle_estoque
           close estctl
           .
       grava-controle-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * le o arquivo de controle do arquivamento; na primeira execucao
      * vale o padrao (retencao de 365 dias)
       le-controle-arquiva section.
           open input arqctl
           if fs_arqctl = "35"
               go to le-controle-arquiva-exit
           end-if
           read arqctl into controle_arquivamento
               at end
                   continue
           end-read
           close arqctl
           .
       le-controle-arquiva-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava o arquivo de controle do arquivamento
       grava-controle-arquiva section.
           open output arqctl
           write arqctl_reg from controle_arquivamento
           close arqctl
           .
       grava-controle-arquiva-exit.
           exit.

      *-----------------------------------------------------------------
      * le o arquivo de controle do caixa; na primeira execucao vale o
      * padrao (tolerancia de 5,00 na diferenca do fechamento)
       le-controle-caixa section.
           open input cxctl
           if fs_cxctl = "35"
               go to le-controle-caixa-exit
           end-if
           read cxctl into controle_caixa
               at end
                   continue
           end-read
           close cxctl
           .
       le-controle-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava o arquivo de controle do caixa
       grava-controle-caixa section.
           open output cxctl
           write cxctl_reg from controle_caixa
           close cxctl
           .
       grava-controle-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * le o arquivo de controle do programa de pontos; na primeira
      * execucao vale o padrao (1 ponto por real, ponto a 0,05 e
      * resgate a partir de 100 pontos)
       le-controle-fidelidade section.
           open input fidctl
           if fs_fidctl = "35"
               go to le-controle-fidelidade-exit
           end-if
           read fidctl into controle_fidelidade
               at end
                   continue
           end-read
           close fidctl
           .
       le-controle-fidelidade-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava o arquivo de controle do programa de pontos
       grava-controle-fidelidade section.
           open output fidctl
           write fidctl_reg from controle_fidelidade
           close fidctl
           .
       grava-controle-fidelidade-exit.
           exit.

      *-----------------------------------------------------------------
      * conta as pizzas gravadas em disco e localiza o maior codigo ja
      * usado para a geracao automatica de codigos
       conta-cadastro section.
           move 0   to qtd_pizzas
           move 0   to ultimo_codigo
           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start

           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       add 1 to qtd_pizzas
                       if pz_codigo > ultimo_codigo
                           move pz_codigo to ultimo_codigo
                       end-if
               end-read
           end-perform
           .
       conta-cadastro-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "det_pizza" o detalhe da pizza que acabou de ser lida
      * em "pizza_reg": custos, area, preco por cm2, margem e, quando
      * "menor_cm2" ja foi apurado, a diferenca percentual; o preco ja
      * sai pelo valor efetivo das promocoes vigentes na data de hoje
       monta-detalhe section.
           move pz_codigo      to codigo
           move pz_nome        to nome
           move pz_formato     to formato
           move pz_diametro    to diametro
           move pz_comprimento to comprimento
           move pz_largura     to largura
           move pz_preco       to preco
           move pz_fornec      to fornecedor

           accept dt_raw from date yyyymmdd
           move dt_raw to promo_data_num
           perform aplica-promocao

           move pz_codigo to cu_codigo
           read custos record
               invalid key
                   move 0 to det_massa
                   move 0 to det_molho
                   move 0 to det_cobertura
               not invalid key
                   move cu_massa     to det_massa
                   move cu_molho     to det_molho
                   move cu_cobertura to det_cobertura
           end-read

           perform calcula-area
           perform calcula-custo
           if piz_a > 0
               compute preco_cm2 = preco / piz_a
               compute margem = preco - custo
               compute margem_cm2 = margem / piz_a
           else
               move 0 to preco_cm2
               move 0 to margem
               move 0 to margem_cm2
           end-if

           if menor_cm2 > 0 and piz_a > 0
               compute dif_rel =
                       (preco_cm2 - menor_cm2) * 100 / menor_cm2
           else
               move 0 to dif_rel
           end-if
           .
       monta-detalhe-exit.
           exit.

      *-----------------------------------------------------------------
      * le a pizza de codigo "cod_busca" direto no cadastro e, quando
      * encontrada, monta o detalhe em "det_pizza"
       busca-pizza section.
           move cod_busca to pz_codigo
           read pizzas record
               invalid key
                   move 'N' to achou_pizza
               not invalid key
                   move 'S' to achou_pizza
                   perform monta-detalhe
           end-read
           .
       busca-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * menu principal do programa
       menu-principal section.
           move 'N' to resposta

           perform until resposta = 'S' or resposta = 's'
               display erase
               display "1 - Cadastrar pizza"
               display "2 - Listar pizzas cadastradas / comparar"
               display "3 - Editar uma pizza cadastrada"
               display "4 - Excluir uma pizza cadastrada"
               display "5 - Manutencao de ingredientes"
               display "6 - Manutencao de receitas"
               display "7 - Tendencia de precos (historico)"
               display "8 - Manutencao de fornecedores"
               display "9 - Lancar vendas do dia"
               display "10 - Relatorio de lucro do dia"
               display "11 - Verificacao de integridade"
               display "12 - Importacao de tabela de precos"
               display "13 - Consulta de auditoria"
               display "14 - Simulacao de precos"
               display "15 - Backup / restauracao"
               display "16 - Controle de estoque"
               display "17 - Sugestao de compra por fornecedor"
               display "18 - Fechamento de vendas do periodo"
               display "19 - Canais de venda / importacao de vendas"
               display "20 - Arquivamento de movimentos"
               display "21 - Manutencao de promocoes"
               display "22 - Clientes / pedidos"
               display "23 - Manutencao de operadores"
               display "24 - Zonas de entrega / motoboys"
               display "25 - Caixa (turno / sangria / fechamento)"
               display "26 - Compras / contas a pagar"
               display "27 - Engenharia de cardapio"
               display "28 - Sair"
               display "Informe a opcao desejada: "
               accept opcao

               evaluate opcao
                   when '1' perform cadastrar
                   when '2' perform listar
                   when '3' perform editar
                   when '4' perform excluir
                   when '5' perform cadastro-ingredientes
                   when '6' perform cadastro-receitas
                   when '7' perform tendencia-precos
                   when '8' perform cadastro-fornecedores
                   when '9' perform lanca-vendas
                   when '10' perform relatorio-lucro
                   when '11' perform verifica-integridade
                   when '12' perform importa-precos
                   when '13' perform consulta-auditoria
                   when '14' perform simulacao-precos
                   when '15' perform menu-backup
                   when '16' perform controle-estoque
                   when '17' perform sugestao-compra
                   when '18' perform fechamento-vendas
                   when '19' perform cadastro-canais
                   when '20' perform menu-arquivamento
                   when '21' perform cadastro-promocoes
                   when '22' perform menu-pedidos
                   when '23' perform cadastro-operadores
                   when '24' perform cadastro-entregas
                   when '25' perform menu-caixa
                   when '26' perform menu-compras
                   when '27' perform engenharia-cardapio
                   when '28' move 'S' to resposta
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-principal-exit.
           exit.

      *-----------------------------------------------------------------
      * cadastro de novas pizzas, com validacao de diametro/preco;
      * cada pizza e gravada em disco assim que termina de ser digitada
       cadastrar section.
           move 'S' to resposta

           perform until resposta = 'N' or resposta = 'n'
               display erase

               initialize det_pizza
               initialize custos_det

               move "PIZZAS"      to seq_nome
               move ultimo_codigo to seq_base
               perform proximo-numero
               if seq_ok = 'N'
                   move 'N' to resposta
                   display "Tecle <enter> para voltar"
                   accept pausa
                   go to cadastrar-exit
               end-if
               move seq_proximo   to ultimo_codigo
               move ultimo_codigo to codigo

               display "Informe o nome da pizza: "
               accept nome

               move space to formato
               perform until formato = 'R'
                         or formato = 'T'
                   display "Formato: 'R' redonda / 'T' retangular"
                   accept formato
               end-perform

               if formato = 'R'
                   move 0 to diametro
                   perform until diametro is numeric
                             and diametro > 0
                             and diametro <= dim_max_cm
                       display "Informe o diametro (cm, max "
                               dim_max_cm "): "
                       accept diametro
                   end-perform
                   move 0 to comprimento
                   move 0 to largura
               else
                   move 0 to comprimento
                   perform until comprimento is numeric
                             and comprimento > 0
                             and comprimento <= dim_max_cm
                       display "Informe o comprimento (cm, max "
                               dim_max_cm "): "
                       accept comprimento
                   end-perform
                   move 0 to largura
                   perform until largura is numeric
                             and largura > 0
                             and largura <= dim_max_cm
                       display "Informe a largura (cm, max "
                               dim_max_cm "): "
                       accept largura
                   end-perform
                   move 0 to diametro
               end-if

               move 0 to preco
               perform until preco is numeric
                         and preco > 0
                   display "Informe o preco: "
                   accept preco
               end-perform

               move 'N' to fornec_ok
               perform until fornec_ok = 'S'
                   display "Codigo do fornecedor (0 = nenhum): "
                   accept cod_fornec_tmp
                   perform valida-fornecedor
               end-perform
               move cod_fornec_tmp to fornecedor

               move 0 to custo_massa_tmp
               perform until custo_massa_tmp is numeric
                   display "Informe o custo da massa: "
                   accept custo_massa_tmp
               end-perform

               move 0 to custo_molho_tmp
               perform until custo_molho_tmp is numeric
                   display "Informe o custo do molho: "
                   accept custo_molho_tmp
               end-perform

               move 0 to custo_cobertura_tmp
               perform until custo_cobertura_tmp is numeric
                   display "Informe o custo da cobertura: "
                   accept custo_cobertura_tmp
               end-perform

               move custo_massa_tmp     to det_massa
               move custo_molho_tmp     to det_molho
               move custo_cobertura_tmp to det_cobertura

               perform calcula-area
               perform calcula-custo
               compute preco_cm2 = preco / piz_a
               compute margem = preco - custo
               compute margem_cm2 = margem / piz_a

               perform grava-pizza
               add 1 to qtd_pizzas

               initialize au_antes
               move 'I' to au_oper
               perform monta-depois-auditoria
               perform grava-auditoria

               display "Deseja cadastrar mais uma pizza? ('S'/'N')"
               accept resposta
           end-perform
           .
       cadastrar-exit.
           exit.

      *-----------------------------------------------------------------
      * calcula a area da pizza em "det_pizza" conforme o formato
       calcula-area section.
           evaluate formato
               when 'R'
                   compute piz_a = pi * (diametro / 2) ** 2
                       on size error
                           display "Erro: area fora da faixa suportada"
                           move 0 to piz_a
                   end-compute
               when 'T'
                   compute piz_a = comprimento * largura
                       on size error
                           display "Erro: area fora da faixa suportada"
                           move 0 to piz_a
                   end-compute
               when other
                   move 0 to piz_a
           end-evaluate
           .
       calcula-area-exit.
           exit.

      *-----------------------------------------------------------------
      * calcula o custo da pizza em "det_pizza": quando a pizza tem
      * receita cadastrada o custo vem dela, senao vale a soma dos
      * componentes informados no cadastro (massa, molho e cobertura)
       calcula-custo section.
           compute custo = det_massa
                         + det_molho
                         + det_cobertura
           move codigo to cod_receita
           perform calcula-custo-receita
           if achou_receita = 'S'
               move custo_receita to custo
           end-if
           .
       calcula-custo-exit.
           exit.

      *-----------------------------------------------------------------
      * soma em "custo_receita" os itens da receita da pizza de codigo
      * "cod_receita", valorizados pelo preco atual de cada ingrediente
       calcula-custo-receita section.
           move 0   to custo_receita
           move 'N' to achou_receita
           move 'N' to fim_receita

           move cod_receita to re_codigo
           move 0           to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start

           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_codigo <> cod_receita
                           move 'S' to fim_receita
                       else
                           move re_ingred to ig_codigo
                           read ingred record
                               invalid key
                                   continue
                               not invalid key
                                   move 'S' to achou_receita
                                   compute custo_receita =
                                           custo_receita
                                         + re_qtde * ig_preco_unit
                                       on size error
                                           display "Erro: custo da "
                                                   "receita fora da "
                                                   "faixa suportada"
                                   end-compute
                           end-read
                       end-if
               end-read
           end-perform
           .
       calcula-custo-receita-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de manutencao do catalogo de ingredientes
       cadastro-ingredientes section.
           move space to opcao_ing

           perform until opcao_ing = '7'
               display erase
               display "1 - Incluir ingrediente"
               display "2 - Listar ingredientes"
               display "3 - Alterar preco de um ingrediente"
               display "4 - Alterar o fornecedor de um ingrediente"
               display "5 - Relatorio de variacao de precos"
               display "6 - Preco / porcao como adicional da pizza"
               display "7 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_ing

               evaluate opcao_ing
                   when '1' perform inclui-ingrediente
                   when '2' perform lista-ingredientes
                   when '3' perform altera-preco-ingrediente
                   when '4' perform altera-fornecedor-ingrediente
                   when '5' perform relatorio-variacao-ingred
                   when '6' perform altera-adicional-ingrediente
                   when '7' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-ingredientes-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um ingrediente no catalogo
       inclui-ingrediente section.
           display erase
           display "Informe o nome do ingrediente: "
           move spaces to nome_ing_tmp
           accept nome_ing_tmp
           if nome_ing_tmp = spaces
               display "Nome nao informado, inclusao cancelada"
               go to inclui-ingrediente-exit
           end-if

           move spaces to unidade_tmp
           perform until unidade_tmp = 'KG ' or unidade_tmp = 'UN '
                     or unidade_tmp = 'LT '
               display "Unidade de medida ('KG'/'UN'/'LT'): "
               accept unidade_tmp
           end-perform

           move 0 to preco_unit_tmp
           perform until preco_unit_tmp is numeric
                     and preco_unit_tmp > 0
               display "Preco por unidade: "
               accept preco_unit_tmp
           end-perform

           move 'N' to fornec_ok
           perform until fornec_ok = 'S'
               display "Codigo do fornecedor (0 = nenhum): "
               accept cod_fornec_tmp
               perform valida-fornecedor
           end-perform

           move "INGRED"      to seq_nome
           move ultimo_ingred to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-ingrediente-exit
           end-if
           move seq_proximo   to ultimo_ingred
           move ultimo_ingred to ig_codigo
           move nome_ing_tmp  to ig_nome
           move unidade_tmp   to ig_unidade
           move preco_unit_tmp to ig_preco_unit
           move cod_fornec_tmp to ig_fornec
           move 0              to ig_preco_extra
           move 0              to ig_porcao_extra
           write ingred_reg
               invalid key
                   display "Erro ao gravar o ingrediente " nome_ing_tmp
               not invalid key
                   display "Ingrediente incluido com o codigo "
                           ig_codigo
           end-write
           .
       inclui-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem do catalogo de ingredientes
       lista-ingredientes section.
           display erase
           display "Codigo Nome                 Un  Preco   For  Adic."

           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
      * ingredientes gravados antes do campo de fornecedor chegam com
      * o campo em branco; valem como sem fornecedor (0)
                       if ig_fornec is not numeric
                           move 0 to ig_fornec
                       end-if
      * e os gravados antes do preco como adicional nao sao vendidos
      * como adicional (0)
                       if ig_preco_extra is not numeric
                           move 0 to ig_preco_extra
                       end-if
                       move ig_preco_unit to preco_unit_ed
                       move ig_preco_extra to preco_item_ed
                       display ig_codigo " " ig_nome " " ig_unidade
                               " " preco_unit_ed "  " ig_fornec
                               " " preco_item_ed
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-ingredientes-exit.
           exit.

      *-----------------------------------------------------------------
      * reajuste do preco de um ingrediente; o custo e a margem das
      * pizzas que o usam sao recalculados na sequencia e o reajuste
      * fica registrado no historico HISTIN
       altera-preco-ingrediente section.
           display erase
           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente

           move cod_ingrediente to ig_codigo
           perform bloqueia-ingred
           if bloqueio_ok = 'N'
               if fs_ingred not = "51"
                   display "Ingrediente nao encontrado"
               end-if
               go to altera-preco-ingrediente-exit
           end-if

           move ig_preco_unit to preco_unit_ed
           display "Ingrediente....: " ig_nome
           display "Preco atual....: " preco_unit_ed
           move 0 to preco_unit_tmp
           perform until preco_unit_tmp is numeric
                     and preco_unit_tmp > 0
               display "Novo preco por " ig_unidade ": "
               accept preco_unit_tmp
           end-perform

           move ig_preco_unit  to preco_ant_tmp
           move preco_unit_tmp to ig_preco_unit
           rewrite ingred_reg
               invalid key
                   display "Erro ao atualizar o ingrediente"
                   unlock ingred
                   go to altera-preco-ingrediente-exit
           end-rewrite
           unlock ingred

           perform grava-historico-ingrediente

           display "Preco atualizado; o custo e a margem das pizzas"
           display "que usam o ingrediente ja saem recalculados nos"
           display "proximos comparativos"
           .
       altera-preco-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * acrescenta no arquivo HISTIN o registro do reajuste que acabou
      * de ser gravado ("ingred_reg" ja atualizado, preco antigo em
      * "preco_ant_tmp")
       grava-historico-ingrediente section.
           open extend histin
           if fs_histin = "35"
               open output histin
           end-if

           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move dt_raw         to hin_dt
           move hr_hhmmss      to hin_hora
           move ig_codigo      to hin_codigo
           move ig_nome        to hin_nome
           move preco_ant_tmp  to hin_preco_ant
           move ig_preco_unit  to hin_preco_novo
           write histin_reg
           close histin
           .
       grava-historico-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * atribuicao ou correcao do fornecedor de quem um ingrediente ja
      * cadastrado e comprado (ingredientes gravados antes do campo
      * voltam com ele em branco e sao tratados como fornecedor 0 em
      * toda leitura, ate serem ajustados aqui)
       altera-fornecedor-ingrediente section.
           display erase
           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente

           move cod_ingrediente to ig_codigo
           perform bloqueia-ingred
           if bloqueio_ok = 'N'
               if fs_ingred not = "51"
                   display "Ingrediente nao encontrado"
               end-if
               go to altera-fornecedor-ingrediente-exit
           end-if

           if ig_fornec is not numeric
               move 0 to ig_fornec
           end-if
           display "Ingrediente......: " ig_nome
           display "Fornecedor atual.: " ig_fornec
           move 'N' to fornec_ok
           perform until fornec_ok = 'S'
               display "Novo fornecedor (0 = nenhum): "
               accept cod_fornec_tmp
               perform valida-fornecedor
           end-perform
           move cod_fornec_tmp to ig_fornec

           rewrite ingred_reg
               invalid key
                   display "Erro ao atualizar o ingrediente"
                   unlock ingred
                   go to altera-fornecedor-ingrediente-exit
           end-rewrite
           unlock ingred
           display "Fornecedor atualizado"
           .
       altera-fornecedor-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * preco de venda do ingrediente como adicional da pizza e a
      * porcao (na unidade do ingrediente) que cada adicional consome;
      * preco zero tira o ingrediente da lista de adicionais
       altera-adicional-ingrediente section.
           display erase
           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente

           move cod_ingrediente to ig_codigo
           perform bloqueia-ingred
           if bloqueio_ok = 'N'
               if fs_ingred not = "51"
                   display "Ingrediente nao encontrado"
               end-if
               go to altera-adicional-ingrediente-exit
           end-if

      * ingredientes gravados antes do preco como adicional chegam com
      * os campos em branco; valem como nao vendidos como adicional
           if ig_preco_extra is not numeric
               move 0 to ig_preco_extra
           end-if
           if ig_porcao_extra is not numeric
               move 0 to ig_porcao_extra
           end-if
           move ig_preco_extra  to preco_unit_ed
           move ig_porcao_extra to qtde_receita_ed
           display "Ingrediente.............: " ig_nome
           display "Preco como adicional....: " preco_unit_ed
           display "Porcao por adicional....: " qtde_receita_ed
                   " " ig_unidade

           move 0 to preco_extra_tmp
           display "Novo preco como adicional (0 = nao vendido): "
           accept preco_extra_tmp
           perform until preco_extra_tmp is numeric
               display "Preco invalido, informe novamente: "
               accept preco_extra_tmp
           end-perform

           move 0 to porcao_extra_tmp
           if preco_extra_tmp > 0
               perform until porcao_extra_tmp is numeric
                         and porcao_extra_tmp > 0
                   display "Porcao por adicional (em " ig_unidade "): "
                   accept porcao_extra_tmp
               end-perform
           end-if

           move preco_extra_tmp  to ig_preco_extra
           move porcao_extra_tmp to ig_porcao_extra
           rewrite ingred_reg
               invalid key
                   display "Erro ao atualizar o ingrediente"
                   unlock ingred
                   go to altera-adicional-ingrediente-exit
           end-rewrite
           unlock ingred
           display "Adicional atualizado"
           .
       altera-adicional-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de variacao de precos de ingredientes: para o periodo
      * informado, mostra cada reajuste registrado no HISTIN e, logo
      * abaixo, as pizzas cuja receita usa o ingrediente e de quanto o
      * custo da receita mudou com o reajuste
       relatorio-variacao-ingred section.
           display erase
           display "Data inicial do periodo (AAAAMMDD): "
           accept dt_ini_rel
           display "Data final do periodo (AAAAMMDD, 0 = hoje): "
           accept dt_fim_rel
           if dt_fim_rel = 0
               accept dt_fim_rel from date yyyymmdd
           end-if
           if dt_fim_rel < dt_ini_rel
               display "Periodo invalido: data final anterior a inicial"
               go to relatorio-variacao-ingred-exit
           end-if

           move dt_ini_rel to dt_ini_ed
           move dt_fim_rel to dt_fim_ed

           open input histin
           if fs_histin = "35"
               display "Nenhum reajuste registrado ate agora"
               display "Tecle <enter> para voltar"
               accept pausa
               go to relatorio-variacao-ingred-exit
           end-if

           open output relvar
           move dt_ini_ed to lvc_dt_ini
           move dt_fim_ed to lvc_dt_fim
           move linha_var_cab1 to linha_variacao
           write linha_variacao
           move spaces to linha_variacao
           write linha_variacao

           move 'N' to tem_variacao
           move 'N' to fim_histin
           perform until fim_histin = 'S'
               read histin
                   at end
                       move 'S' to fim_histin
                   not at end
                       if hin_dt >= dt_ini_ed and hin_dt <= dt_fim_ed
                           move 'S' to tem_variacao
                           perform grava-linha-variacao
                           perform variacao-impacto-receitas
                       end-if
               end-read
           end-perform
           close histin

           if tem_variacao = 'N'
               move "NENHUM REAJUSTE NO PERIODO" to linha_variacao
               write linha_variacao
               display "Nenhum reajuste registrado no periodo"
           end-if

           close relvar
           display "Relatorio gravado no arquivo RELVAR"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-variacao-ingred-exit.
           exit.

      *-----------------------------------------------------------------
      * grava e exibe a linha do reajuste que acabou de ser lido, com
      * a variacao percentual
       grava-linha-variacao section.
           move hin_dt         to lvd_dt
           move hin_nome       to lvd_nome
           move hin_preco_ant  to lvd_ant
           move hin_preco_novo to lvd_novo
           if hin_preco_ant > 0
               compute lvd_perc rounded =
                       (hin_preco_novo - hin_preco_ant) * 100
                     / hin_preco_ant
           else
               move 0 to lvd_perc
           end-if
           move linha_var_det to linha_variacao
           write linha_variacao
           display linha_var_det
           .
       grava-linha-variacao-exit.
           exit.

      *-----------------------------------------------------------------
      * varre as receitas atras do ingrediente do reajuste que acabou
      * de ser lido e mostra, para cada pizza que o usa, de quanto o
      * custo da receita mudou (quantidade do item vezes a diferenca)
       variacao-impacto-receitas section.
           move 'N' to fim_receita
           move 0   to re_codigo
           move 0   to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start

           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_ingred = hin_codigo
                           move re_codigo to lvp_codigo
                           move re_codigo to pz_codigo
                           read pizzas record
                               invalid key
                                   move "*SEM CADASTRO*" to lvp_nome
                               not invalid key
                                   move pz_nome to lvp_nome
                           end-read
                           compute lvp_delta rounded = re_qtde
                                 * (hin_preco_novo - hin_preco_ant)
                               on size error
                                   move 0 to lvp_delta
                           end-compute
                           move linha_var_piz to linha_variacao
                           write linha_variacao
                           display linha_var_piz
                       end-if
               end-read
           end-perform
           .
       variacao-impacto-receitas-exit.
           exit.

      *-----------------------------------------------------------------
      * valida o codigo de fornecedor em "cod_fornec_tmp"; o codigo 0
      * (pizza sem fornecedor) e sempre aceito
       valida-fornecedor section.
           if cod_fornec_tmp = 0
               move 'S' to fornec_ok
               go to valida-fornecedor-exit
           end-if
           move cod_fornec_tmp to fo_codigo
           read fornec record
               invalid key
                   display "Fornecedor nao cadastrado"
                   move 'N' to fornec_ok
               not invalid key
                   move 'S' to fornec_ok
           end-read
           .
       valida-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de manutencao do cadastro de fornecedores
       cadastro-fornecedores section.
           move space to opcao_for

           perform until opcao_for = '4'
               display erase
               display "1 - Incluir fornecedor"
               display "2 - Listar fornecedores"
               display "3 - Alterar dados de um fornecedor"
               display "4 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_for

               evaluate opcao_for
                   when '1' perform inclui-fornecedor
                   when '2' perform lista-fornecedores
                   when '3' perform altera-fornecedor
                   when '4' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-fornecedores-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um fornecedor
       inclui-fornecedor section.
           display erase
           display "Informe o nome do fornecedor: "
           move spaces to nome_for_tmp
           accept nome_for_tmp
           if nome_for_tmp = spaces
               display "Nome nao informado, inclusao cancelada"
               go to inclui-fornecedor-exit
           end-if

           display "Informe o telefone: "
           move spaces to fone_tmp
           accept fone_tmp

           move 0 to taxa_tmp
           perform until taxa_tmp is numeric
               display "Informe a taxa de entrega: "
               accept taxa_tmp
           end-perform

           move "FORNEC"      to seq_nome
           move ultimo_fornec to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-fornecedor-exit
           end-if
           move seq_proximo   to ultimo_fornec
           move ultimo_fornec to fo_codigo
           move nome_for_tmp  to fo_nome
           move fone_tmp      to fo_fone
           move taxa_tmp      to fo_taxa_entrega
           write fornec_reg
               invalid key
                   display "Erro ao gravar o fornecedor " nome_for_tmp
               not invalid key
                   display "Fornecedor incluido com o codigo "
                           fo_codigo
           end-write
           .
       inclui-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem do cadastro de fornecedores
       lista-fornecedores section.
           display erase
           display "Cod Nome                 Telefone     Taxa"

           move 'N' to fim_fornec
           move 0   to fo_codigo
           start fornec key not less fo_codigo
               invalid key
                   move 'S' to fim_fornec
           end-start
           perform until fim_fornec = 'S'
               read fornec next record
                   at end
                       move 'S' to fim_fornec
                   not at end
                       move fo_taxa_entrega to taxa_ed
                       display fo_codigo " " fo_nome " " fo_fone
                               " " taxa_ed
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-fornecedores-exit.
           exit.

      *-----------------------------------------------------------------
      * alteracao dos dados de um fornecedor
       altera-fornecedor section.
           display erase
           display "Informe o codigo do fornecedor: "
           accept cod_fornec_tmp

           move cod_fornec_tmp to fo_codigo
           perform bloqueia-fornec
           if bloqueio_ok = 'N'
               if fs_fornec not = "51"
                   display "Fornecedor nao encontrado"
               end-if
               go to altera-fornecedor-exit
           end-if

           display "Nome atual.......: " fo_nome
           display "Novo nome (em branco mantem o atual): "
           move spaces to nome_for_tmp
           accept nome_for_tmp
           if nome_for_tmp not = spaces
               move nome_for_tmp to fo_nome
           end-if

           display "Telefone atual...: " fo_fone
           display "Novo telefone (em branco mantem o atual): "
           move spaces to fone_tmp
           accept fone_tmp
           if fone_tmp not = spaces
               move fone_tmp to fo_fone
           end-if

           move fo_taxa_entrega to taxa_ed
           display "Taxa atual.......: " taxa_ed
           display "Nova taxa de entrega (0 mantem a atual): "
           accept taxa_tmp
           perform until taxa_tmp is numeric
               display "Taxa invalida, informe novamente: "
               accept taxa_tmp
           end-perform
           if taxa_tmp > 0
               move taxa_tmp to fo_taxa_entrega
           end-if

           rewrite fornec_reg
               invalid key
                   display "Erro ao atualizar o fornecedor"
                   unlock fornec
                   go to altera-fornecedor-exit
           end-rewrite
           unlock fornec
           display "Fornecedor atualizado com sucesso"
           .
       altera-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de manutencao das receitas das pizzas
       cadastro-receitas section.
           move space to opcao_rec

           perform until opcao_rec = '4'
               display erase
               display "1 - Incluir item na receita de uma pizza"
               display "2 - Listar a receita de uma pizza"
               display "3 - Excluir item de uma receita"
               display "4 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_rec

               evaluate opcao_rec
                   when '1' perform inclui-item-receita
                   when '2' perform lista-receita
                   when '3' perform exclui-item-receita
                   when '4' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-receitas-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao (ou regravacao) de um item na receita de uma pizza
       inclui-item-receita section.
           display erase
           display "Informe o codigo da pizza: "
           accept cod_busca
           perform busca-pizza
           if achou_pizza = 'N'
               display "Pizza nao encontrada"
               go to inclui-item-receita-exit
           end-if

           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente
           move cod_ingrediente to ig_codigo
           read ingred record
               invalid key
                   display "Ingrediente nao encontrado"
                   go to inclui-item-receita-exit
           end-read

           move 0 to qtde_receita_tmp
           perform until qtde_receita_tmp is numeric
                     and qtde_receita_tmp > 0
               display "Quantidade (em " ig_unidade "): "
               accept qtde_receita_tmp
           end-perform

           move cod_busca        to re_codigo
           move cod_ingrediente  to re_ingred
           perform bloqueia-receit
           if bloqueio_ok = 'N'
               if fs_receit = "51"
                   go to inclui-item-receita-exit
               end-if
               move cod_busca        to re_codigo
               move cod_ingrediente  to re_ingred
               move qtde_receita_tmp to re_qtde
               write receit_reg
                   invalid key
                       display "Erro ao gravar o item da receita"
                   not invalid key
                       display "Item incluido na receita"
               end-write
               go to inclui-item-receita-exit
           end-if

           move qtde_receita_tmp to re_qtde
           rewrite receit_reg
               invalid key
                   display "Erro ao gravar o item da receita"
                   unlock receit
                   go to inclui-item-receita-exit
           end-rewrite
           unlock receit
           display "Item ja existia; quantidade atualizada"
           .
       inclui-item-receita-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem da receita de uma pizza, com o custo de cada item e o
      * custo total pelo preco atual dos ingredientes
       lista-receita section.
           display erase
           display "Informe o codigo da pizza: "
           accept cod_busca
           perform busca-pizza
           if achou_pizza = 'N'
               display "Pizza nao encontrada"
               go to lista-receita-exit
           end-if

           display "Receita da pizza " nome
           display "Ingrediente          Qtde     Un  Custo"

           move 'N' to fim_receita
           move cod_busca to re_codigo
           move 0         to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start
           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_codigo <> cod_busca
                           move 'S' to fim_receita
                       else
                           move re_ingred to ig_codigo
                           read ingred record
                               invalid key
                                   display re_ingred
                                           " (ingrediente removido)"
                               not invalid key
                                   move re_qtde to qtde_receita_ed
                                   compute custo_item_ed =
                                           re_qtde * ig_preco_unit
                                   display ig_nome " " qtde_receita_ed
                                           " " ig_unidade " "
                                           custo_item_ed
                           end-read
                       end-if
               end-read
           end-perform

           move cod_busca to cod_receita
           perform calcula-custo-receita
           if achou_receita = 'S'
               move custo_receita to custo_item_ed
               display "Custo total da receita: " custo_item_ed
           else
               display "Pizza sem receita cadastrada"
           end-if

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-receita-exit.
           exit.

      *-----------------------------------------------------------------
      * exclusao de um item da receita de uma pizza
       exclui-item-receita section.
           display erase
           display "Informe o codigo da pizza: "
           accept cod_busca
           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente

           move cod_busca       to re_codigo
           move cod_ingrediente to re_ingred
           perform bloqueia-receit
           if bloqueio_ok = 'N'
               if fs_receit not = "51"
                   display "Item nao encontrado na receita"
               end-if
               go to exclui-item-receita-exit
           end-if
           delete receit record
               invalid key
                   display "Erro ao excluir o item da receita"
                   unlock receit
                   go to exclui-item-receita-exit
           end-delete
           unlock receit

           display "Item excluido da receita"
           .
       exclui-item-receita-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "dimensao_fmt" o texto da medida da pizza em
      * "det_pizza", ja sem os espacos de preenchimento das pictures
      * editadas, para uso no relatorio impresso e na exportacao csv
       formata-dimensao section.
           move spaces to dimensao_fmt
           evaluate formato
               when 'R'
                   move diametro to dim_ed1
                   string function trim(dim_ed1) delimited by size
                          "cm"                    delimited by size
                       into dimensao_fmt
               when 'T'
                   move comprimento to dim_ed1
                   move largura     to dim_ed2
                   string function trim(dim_ed1) delimited by size
                          "x"                    delimited by size
                          function trim(dim_ed2) delimited by size
                       into dimensao_fmt
           end-evaluate
           .
       formata-dimensao-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a pizza em "det_pizza" nos arquivos de cadastro
       grava-pizza section.
           move codigo      to pz_codigo
           move nome        to pz_nome
           move formato     to pz_formato
           move diametro    to pz_diametro
           move comprimento to pz_comprimento
           move largura     to pz_largura
           move preco       to pz_preco
           move fornecedor  to pz_fornec
           write pizza_reg
               invalid key
                   display "Erro ao gravar a pizza " nome
           end-write

           move codigo        to cu_codigo
           move det_massa     to cu_massa
           move det_molho     to cu_molho
           move det_cobertura to cu_cobertura
           write custo_reg
               invalid key
                   display "Erro ao gravar o custo da pizza " nome
           end-write
           .
       grava-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava no cadastro a pizza em "det_pizza" (apos edicao), com
      * a pizza e o custo presos durante a regravacao; "pizza_ok" volta
      * 'N' se a pizza nao foi regravada
       atualiza-pizza section.
           move 'N' to pizza_ok
           move codigo      to pz_codigo
           perform bloqueia-pizzas
           if bloqueio_ok = 'N'
               display "Pizza " nome " nao atualizada"
               go to atualiza-pizza-exit
           end-if
           move codigo      to cu_codigo
           perform bloqueia-custos
           if bloqueio_ok = 'N' and fs_custos = "51"
               unlock pizzas
               display "Pizza " nome " nao atualizada"
               go to atualiza-pizza-exit
           end-if
           move codigo      to pz_codigo
           move nome        to pz_nome
           move formato     to pz_formato
           move diametro    to pz_diametro
           move comprimento to pz_comprimento
           move largura     to pz_largura
           move preco       to pz_preco
           move fornecedor  to pz_fornec
           rewrite pizza_reg
               invalid key
                   display "Erro ao atualizar a pizza " nome
                   unlock custos
                   unlock pizzas
                   go to atualiza-pizza-exit
           end-rewrite
           move 'S' to pizza_ok

           move codigo        to cu_codigo
           move det_massa     to cu_massa
           move det_molho     to cu_molho
           move det_cobertura to cu_cobertura
           if bloqueio_ok = 'S'
               rewrite custo_reg
                   invalid key
                       display "Erro ao atualizar o custo da pizza "
                               nome
               end-rewrite
               unlock custos
           else
               write custo_reg
                   invalid key
                       display "Erro ao atualizar o custo da pizza "
                               nome
               end-write
           end-if
           unlock pizzas
           .
       atualiza-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * edicao de uma pizza ja cadastrada
       editar section.
           display erase
           display "Informe o codigo da pizza a editar: "
           accept cod_busca

           perform busca-pizza

           if achou_pizza = 'N'
               display "Pizza nao encontrada"
           else
      * a pizza fica presa durante a edicao, para que outro terminal
      * nao regrave o cadastro ao mesmo tempo
               move cod_busca to pz_codigo
               perform bloqueia-pizzas
               if bloqueio_ok = 'N'
                   go to editar-exit
               end-if
      * a edicao trabalha sobre o preco de tabela, nao sobre o preco
      * efetivo de promocao montado pelo detalhe
               move pz_preco to preco
               perform monta-antes-auditoria

               display "Nome atual.......: " nome
               display "Novo nome (em branco mantem o atual): "
               move spaces to nome_tmp
               accept nome_tmp
               if nome_tmp not = spaces
                   move nome_tmp to nome
               end-if

               move preco to preco_tmp
               display "Preco atual......: " preco
               display "Novo preco (0 mantem o atual): "
               accept preco
               if preco = 0
                   move preco_tmp to preco
               end-if
               perform until preco is numeric and preco > 0
                   display "Preco invalido, informe novamente: "
                   accept preco
               end-perform

               display "Fornecedor atual.: " fornecedor
               move 'N' to fornec_ok
               perform until fornec_ok = 'S'
                   display "Novo fornecedor (0 mantem o atual): "
                   accept cod_fornec_tmp
                   if cod_fornec_tmp = 0
                       move fornecedor to cod_fornec_tmp
                       move 'S'        to fornec_ok
                   else
                       perform valida-fornecedor
                   end-if
               end-perform
               move cod_fornec_tmp to fornecedor

               if formato = 'R'
                   move diametro to diametro_tmp
                   display "Diametro atual...: " diametro
                   display "Novo diametro (0 mantem o atual): "
                   accept diametro
                   if diametro = 0
                       move diametro_tmp to diametro
                   end-if
                   perform until diametro is numeric
                             and diametro > 0
                             and diametro <= dim_max_cm
                       display "Diametro invalido (max " dim_max_cm
                               "), informe novamente: "
                       accept diametro
                   end-perform
               else
                   move comprimento to comprimento_tmp
                   display "Comprimento atual: " comprimento
                   display "Novo comprimento (0 mantem o atual): "
                   accept comprimento
                   if comprimento = 0
                       move comprimento_tmp to comprimento
                   end-if
                   perform until comprimento is numeric
                             and comprimento > 0
                             and comprimento <= dim_max_cm
                       display "Comprimento invalido (max " dim_max_cm
                               "), informe de novo: "
                       accept comprimento
                   end-perform

                   move largura to largura_tmp
                   display "Largura atual....: " largura
                   display "Nova largura (0 mantem o atual): "
                   accept largura
                   if largura = 0
                       move largura_tmp to largura
                   end-if
                   perform until largura is numeric
                             and largura > 0
                             and largura <= dim_max_cm
                       display "Largura invalida (max " dim_max_cm
                               "), informe novamente: "
                       accept largura
                   end-perform
               end-if

               move det_massa to custo_massa_tmp
               display "Custo da massa atual......: " det_massa
               display "Novo custo da massa (0 mantem o atual): "
               accept det_massa
               if det_massa = 0
                   move custo_massa_tmp to det_massa
               end-if
               perform until det_massa is numeric
                   display "Custo invalido, informe novamente: "
                   accept det_massa
               end-perform

               move det_molho to custo_molho_tmp
               display "Custo do molho atual......: " det_molho
               display "Novo custo do molho (0 mantem o atual): "
               accept det_molho
               if det_molho = 0
                   move custo_molho_tmp to det_molho
               end-if
               perform until det_molho is numeric
                   display "Custo invalido, informe novamente: "
                   accept det_molho
               end-perform

               move det_cobertura to custo_cobertura_tmp
               display "Custo da cobertura atual..: " det_cobertura
               display "Novo custo da cobertura (0 mantem o atual): "
               accept det_cobertura
               if det_cobertura = 0
                   move custo_cobertura_tmp to det_cobertura
               end-if
               perform until det_cobertura is numeric
                   display "Custo invalido, informe novamente: "
                   accept det_cobertura
               end-perform

               perform calcula-area
               perform calcula-custo
               compute preco_cm2 = preco / piz_a
               compute margem = preco - custo
               compute margem_cm2 = margem / piz_a

               perform atualiza-pizza
               if pizza_ok = 'N'
                   go to editar-exit
               end-if

               move 'A' to au_oper
               perform monta-depois-auditoria
               perform grava-auditoria

               display "Pizza atualizada com sucesso"
           end-if
           .
       editar-exit.
           exit.

      *-----------------------------------------------------------------
      * exclusao de uma pizza ja cadastrada
       excluir section.
           display erase
           display "Informe o codigo da pizza a excluir: "
           accept cod_busca

           perform busca-pizza
           if achou_pizza = 'N'
               display "Pizza nao encontrada"
               go to excluir-exit
           end-if
      * a auditoria da exclusao registra o preco de tabela, nao o
      * preco efetivo de promocao montado pelo detalhe
           move pz_preco to preco

           move cod_busca to pz_codigo
           perform bloqueia-pizzas
           if bloqueio_ok = 'N'
               go to excluir-exit
           end-if
           move cod_busca to cu_codigo
           perform bloqueia-custos
           if bloqueio_ok = 'N' and fs_custos = "51"
               unlock pizzas
               go to excluir-exit
           end-if
           delete pizzas record
               invalid key
                   display "Erro ao excluir a pizza"
                   unlock custos
                   unlock pizzas
                   go to excluir-exit
           end-delete
           unlock pizzas

           if bloqueio_ok = 'S'
               delete custos record
                   invalid key
                       continue
               end-delete
               unlock custos
           end-if

           perform exclui-receita-pizza

           subtract 1 from qtd_pizzas

           perform monta-antes-auditoria
           initialize au_depois
           move 'E' to au_oper
           perform grava-auditoria

           display "Pizza excluida com sucesso"
           .
       excluir-exit.
           exit.

      *-----------------------------------------------------------------
      * apaga a receita inteira da pizza de codigo "cod_busca"; sem
      * isso a receita ficaria orfa e, como os codigos excluidos podem
      * ser reaproveitados, valeria para a proxima pizza do codigo;
      * com a pizza ja excluida, o item preso por outro terminal e
      * esperado e a leitura recomeca do inicio da receita
       exclui-receita-pizza section.
           move 'N'       to fim_receita
           move cod_busca to re_codigo
           move 0         to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start

           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_codigo <> cod_busca
                           move 'S' to fim_receita
                       else
                           move 'S' to espera_bloqueio
                           perform bloqueia-receit
                           move 'N' to espera_bloqueio
                           if bloqueio_ok = 'S'
                               delete receit record
                                   invalid key
                                       continue
                               end-delete
                               unlock receit
                           end-if
                       end-if
               end-read
               if fs_receit = "51"
                   call "C$SLEEP" using segundos_espera
                   move cod_busca to re_codigo
                   move 0         to re_ingred
                   start receit key not less re_chave
                       invalid key
                           move 'S' to fim_receita
                   end-start
               end-if
           end-perform
           .
       exclui-receita-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * lancamento das quantidades vendidas no dia: cada lancamento
      * gera um movimento no arquivo VENDAS com a data, o codigo da
      * pizza, a quantidade e o preco efetivamente cobrado
       lanca-vendas section.
           display erase
           display "Data das vendas (AAAAMMDD, 0 = hoje): "
           accept dt_venda
           if dt_venda = 0
               accept dt_venda from date yyyymmdd
           end-if
           move dt_venda to dt_venda_ed

           open extend vendas
           if fs_vendas = "35"
               open output vendas
           end-if

           move 1 to cod_venda
           perform until cod_venda = 0
               display "Codigo da pizza vendida (0 = encerrar): "
               accept cod_venda
               if cod_venda > 0
                   move cod_venda to cod_busca
                   perform busca-pizza
                   if achou_pizza = 'N'
                       display "Pizza nao encontrada"
                   else
      * o preco sugerido e o preco efetivo (com promocao) da data da
      * venda, nao o da data de hoje montado pelo detalhe
                       move pz_preco to preco
                       move dt_venda to promo_data_num
                       perform aplica-promocao

                       move 0 to qtde_venda_tmp
                       perform until qtde_venda_tmp is numeric
                                 and qtde_venda_tmp > 0
                           display "Quantidade vendida: "
                           accept qtde_venda_tmp
                       end-perform

                       display "Preco cobrado (0 = preco do dia): "
                       accept preco_venda_tmp
                       perform until preco_venda_tmp is numeric
                           display "Preco invalido, informe novamente: "
                           accept preco_venda_tmp
                       end-perform
                       if preco_venda_tmp = 0
                           move preco to preco_venda_tmp
                       end-if

                       move 'N' to canal_ok
                       perform until canal_ok = 'S'
                           display "Canal de venda (0 = balcao): "
                           accept canal_tmp
                           perform valida-canal
                       end-perform

                       move dt_venda_ed     to vd_dt
                       move cod_venda       to vd_codigo
                       move qtde_venda_tmp  to vd_qtde
                       move preco_venda_tmp to vd_preco
                       move canal_tmp       to vd_canal
                       move 0               to vd_codigo2
                       move 0               to vd_pedido
                       move 0               to vd_item
                       write venda_reg
                       display "Venda registrada"
                   end-if
               end-if
           end-perform

           close vendas
           .
       lanca-vendas-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de lucro do dia: soma, por pizza, a quantidade
      * vendida vezes a margem do quadro comparativo, e totaliza o
      * valor vendido e o lucro realizado no dia
       relatorio-lucro section.
           display erase
           display "Data do relatorio (AAAAMMDD, 0 = hoje): "
           accept dt_venda
           if dt_venda = 0
               accept dt_venda from date yyyymmdd
           end-if
           move dt_venda to dt_venda_ed

           open input vendas
           if fs_vendas = "35"
               display "Nenhuma venda registrada ate agora"
               go to relatorio-lucro-exit
           end-if

           open output relluc
           move dt_venda_ed to llc_dt
           move linha_luc_cab1 to linha_lucro
           write linha_lucro
           move linha_luc_cab2 to linha_lucro
           write linha_lucro
           move spaces to linha_lucro
           write linha_lucro
           display linha_luc_cab2

           move 0   to lucro_dia
           move 0   to total_vendido
           move 'N' to tem_vendas
           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       if vd_dt = dt_venda_ed
                           perform totaliza-venda
                       end-if
               end-read
           end-perform

           if tem_vendas = 'N'
               display "Nenhuma venda registrada na data informada"
           else
               move total_vendido to llt_vendido
               move lucro_dia     to llt_lucro
               move spaces to linha_lucro
               write linha_lucro
               move linha_luc_tot to linha_lucro
               write linha_lucro
               display linha_luc_tot
               display "Relatorio gravado no arquivo RELLUC"
           end-if

           close relluc
           close vendas
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-lucro-exit.
           exit.

      *-----------------------------------------------------------------
      * totaliza um movimento de venda no relatorio de lucro do dia
       totaliza-venda section.
           move 'S' to tem_vendas

      * a margem usa o preco efetivo (com promocao) da data da venda,
      * nao o preco efetivo de hoje montado pelo detalhe; meio a meio e
      * adicionais entram pela composicao do item de origem
           perform carrega-item-venda
           move vd_dt(1:4) to dtc_ano
           move vd_dt(6:2) to dtc_mes
           move vd_dt(9:2) to dtc_dia
           move dt_compacta_num to promo_data_num
           perform apura-item-pedido
           if achou_pizza = 'N' 
               move spaces to linha_lucro
               string vd_codigo                     delimited by size
                      " pizza fora do cadastro - sem margem"
                                                    delimited by size
                   into linha_lucro
               end-string
               write linha_lucro
               display linha_lucro
               go to totaliza-venda-exit
           end-if
           compute margem = preco_item_calc - custo_item_calc

      * movimentos gravados antes da coluna de canal chegam com o
      * campo em branco; valem como venda de balcao (canal 0)
           if vd_canal is not numeric
               move 0 to vd_canal
           end-if
           move vd_canal to canal_tmp
           perform busca-comissao-canal
           compute lucro_item = vd_qtde
                 * (margem - vd_preco * comissao_canal / 100)
           add lucro_item              to lucro_dia
           compute total_vendido = total_vendido
                                 + vd_qtde * vd_preco
               on size error
                   display "Erro: total vendido fora da faixa"
           end-compute

           move vd_codigo         to llu_codigo
           move nome              to llu_nome
           move vd_qtde           to llu_qtde
           move margem            to llu_margem
           move lucro_item        to llu_lucro
           move linha_luc_det     to linha_lucro
           write linha_lucro
           display linha_luc_det
           .
       totaliza-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de tendencia de precos: classifica o historico das
      * comparacoes por codigo de pizza e resume, para o periodo
      * informado, a evolucao do preco por cm2 de cada uma
       tendencia-precos section.
           display erase
           display "Data inicial do periodo (AAAAMMDD): "
           accept dt_ini_rel
           display "Data final do periodo (AAAAMMDD, 0 = hoje): "
           accept dt_fim_rel
           if dt_fim_rel = 0
               accept dt_fim_rel from date yyyymmdd
           end-if
           if dt_fim_rel < dt_ini_rel
               display "Periodo invalido: data final anterior a inicial"
               go to tendencia-precos-exit
           end-if

           move 0 to arq_ano_consulta
           display "Incluir arquivo morto do ano (0 = nenhum): "
           accept arq_ano_consulta
           if arq_ano_consulta is not numeric
               move 0 to arq_ano_consulta
           end-if

           move dt_ini_rel to dt_ini_ed
           move dt_fim_rel to dt_fim_ed
           move 'N'        to tr_tem_dados

           sort histwk on ascending key st_codigo
               with duplicates in order
               input procedure is tendencia-seleciona
               output procedure is tendencia-gera

           if tr_tem_dados = 'N'
               display "Nenhuma comparacao registrada no periodo"
           else
               display "Relatorio gravado no arquivo RELTEND"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       tendencia-precos-exit.
           exit.

      *-----------------------------------------------------------------
      * selecao dos registros do historico dentro do periodo pedido;
      * o historico e gravado em ordem cronologica, e a classificacao
      * preserva essa ordem dentro de cada codigo; quando o usuario
      * pede um ano de arquivo morto, ele e lido antes do arquivo vivo
       tendencia-seleciona section.
           if arq_ano_consulta > 0
               perform tendencia-seleciona-morto
           end-if

           open input histor
           if fs_histor = "35"
               go to tendencia-seleciona-exit
           end-if

           move 'N' to fim_histor
           perform until fim_histor = 'S'
               read histor
                   at end
                       move 'S' to fim_histor
                   not at end
                       if hi_dt >= dt_ini_ed and hi_dt <= dt_fim_ed
                           move hi_codigo    to st_codigo
                           move hi_nome      to st_nome
                           move hi_preco_cm2 to st_preco_cm2
                           release sort_hist_reg
                       end-if
               end-read
           end-perform
           close histor
           .
       tendencia-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * selecao dos registros do arquivo morto HISTOR.A<ano> dentro do
      * periodo pedido
       tendencia-seleciona-morto section.
           move spaces to nome_arq_morto
           move arq_ano_consulta to arq_ano_reg
           string "HISTOR.A"     delimited by size
                  arq_ano_reg    delimited by size
               into nome_arq_morto
           end-string
           open input arqmorto
           if fs_arqmorto = "35"
               display "Arquivo morto " nome_arq_morto
                       " nao encontrado"
               go to tendencia-seleciona-morto-exit
           end-if

           move 'N' to fim_arqmorto
           perform until fim_arqmorto = 'S'
               read arqmorto into hist_reg
                   at end
                       move 'S' to fim_arqmorto
                   not at end
                       if hi_dt >= dt_ini_ed and hi_dt <= dt_fim_ed
                           move hi_codigo    to st_codigo
                           move hi_nome      to st_nome
                           move hi_preco_cm2 to st_preco_cm2
                           release sort_hist_reg
                       end-if
               end-read
           end-perform
           close arqmorto
           .
       tendencia-seleciona-morto-exit.
           exit.

      *-----------------------------------------------------------------
      * quebra por codigo de pizza: acumula primeiro/ultimo/minimo/
      * maximo do preco por cm2 e grava uma linha por pizza
       tendencia-gera section.
           open output reltend
           move dt_ini_ed to ltc_dt_ini
           move dt_fim_ed to ltc_dt_fim
           move linha_tend_cab1 to linha_tendencia
           write linha_tendencia
           move linha_tend_cab2 to linha_tendencia
           write linha_tendencia
           move spaces to linha_tendencia
           write linha_tendencia
           display linha_tend_cab2

           move 0   to tr_cod_ant
           move 'S' to fim_histor
           return histwk
               at end
                   continue
               not at end
                   move 'N' to fim_histor
           end-return

           perform until fim_histor = 'S'
               if st_codigo <> tr_cod_ant
                   if tr_cod_ant > 0
                       perform tendencia-totaliza
                   end-if
                   move st_codigo    to tr_cod_ant
                   move st_nome      to tr_nome
                   move st_preco_cm2 to tr_primeiro
                   move st_preco_cm2 to tr_minimo
                   move st_preco_cm2 to tr_maximo
               end-if
               move st_nome      to tr_nome
               move st_preco_cm2 to tr_ultimo
               if st_preco_cm2 < tr_minimo
                   move st_preco_cm2 to tr_minimo
               end-if
               if st_preco_cm2 > tr_maximo
                   move st_preco_cm2 to tr_maximo
               end-if
               return histwk
                   at end
                       move 'S' to fim_histor
               end-return
           end-perform

           if tr_cod_ant > 0
               perform tendencia-totaliza
           end-if

           close reltend
           .
       tendencia-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha de resumo da pizza acumulada na quebra
       tendencia-totaliza section.
           move 'S'         to tr_tem_dados
           move tr_cod_ant  to ltd_codigo
           move tr_nome     to ltd_nome
           move tr_primeiro to ltd_primeiro
           move tr_ultimo   to ltd_ultimo
           move tr_minimo   to ltd_minimo
           move tr_maximo   to ltd_maximo
           if tr_primeiro > 0
               compute ltd_variacao rounded =
                       (tr_ultimo - tr_primeiro) * 100 / tr_primeiro
           else
               move 0 to ltd_variacao
           end-if
           move linha_tend_det to linha_tendencia
           write linha_tendencia
           display linha_tend_det
           .
       tendencia-totaliza-exit.
           exit.

      *-----------------------------------------------------------------
      * copia para a imagem "antes" da auditoria os valores atuais de
      * "det_pizza" e "custos_det" (chamar antes de alterar/excluir)
       monta-antes-auditoria section.
           move nome          to au_ant_nome
           move formato       to au_ant_formato
           move diametro      to au_ant_diametro
           move comprimento   to au_ant_comp
           move largura       to au_ant_larg
           move preco         to au_ant_preco
           move fornecedor    to au_ant_fornec
           move det_massa     to au_ant_massa
           move det_molho     to au_ant_molho
           move det_cobertura to au_ant_cober
           .
       monta-antes-auditoria-exit.
           exit.

      *-----------------------------------------------------------------
      * copia para a imagem "depois" da auditoria os valores de
      * "det_pizza" e "custos_det" ja alterados
       monta-depois-auditoria section.
           move nome          to au_dep_nome
           move formato       to au_dep_formato
           move diametro      to au_dep_diametro
           move comprimento   to au_dep_comp
           move largura       to au_dep_larg
           move preco         to au_dep_preco
           move fornecedor    to au_dep_fornec
           move det_massa     to au_dep_massa
           move det_molho     to au_dep_molho
           move det_cobertura to au_dep_cober
           .
       monta-depois-auditoria-exit.
           exit.

      *-----------------------------------------------------------------
      * copia para a imagem "antes" os valores gravados em disco da
      * pizza "imp_cod_existente" (usada pela importacao, que ja tem o
      * detalhe novo montado em "det_pizza")
       monta-antes-arquivo section.
           initialize au_antes
           move imp_cod_existente to pz_codigo
           read pizzas record
               invalid key
                   continue
               not invalid key
                   move pz_nome        to au_ant_nome
                   move pz_formato     to au_ant_formato
                   move pz_diametro    to au_ant_diametro
                   move pz_comprimento to au_ant_comp
                   move pz_largura     to au_ant_larg
                   move pz_preco       to au_ant_preco
                   move pz_fornec      to au_ant_fornec
           end-read
           move imp_cod_existente to cu_codigo
           read custos record
               invalid key
                   continue
               not invalid key
                   move cu_massa     to au_ant_massa
                   move cu_molho     to au_ant_molho
                   move cu_cobertura to au_ant_cober
           end-read
           .
       monta-antes-arquivo-exit.
           exit.

      *-----------------------------------------------------------------
      * acrescenta no arquivo AUDIT o registro da operacao corrente;
      * "au_oper", "au_antes" e "au_depois" ja devem estar prontos
       grava-auditoria section.
           open extend audit
           if fs_audit = "35"
               open output audit
           end-if

           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move dt_raw            to au_dt
           move hr_hhmmss         to au_hora
           move codigo            to au_codigo
           move operador_corrente to au_operador
           write audit_reg
           close audit
           .
       grava-auditoria-exit.
           exit.

      *-----------------------------------------------------------------
      * consulta da trilha de auditoria de uma pizza: mostra todas as
      * operacoes registradas para o codigo informado
       consulta-auditoria section.
           display erase
           display "Informe o codigo da pizza: "
           accept cod_auditoria

           move 0 to arq_ano_consulta
           display "Incluir arquivo morto do ano (0 = nenhum): "
           accept arq_ano_consulta
           if arq_ano_consulta is not numeric
               move 0 to arq_ano_consulta
           end-if

           display "DATA HORA OPER CODIGO ANTES > DEPOIS OPERADOR"
           move 0   to contador_tela
           move 'N' to tem_auditoria

           if arq_ano_consulta > 0
               perform consulta-auditoria-morto
           end-if

           open input audit
           if fs_audit = "35"
               if tem_auditoria = 'N'
                   display "Nenhuma operacao registrada ate agora"
               end-if
               display "Tecle <enter> para voltar"
               accept pausa
               go to consulta-auditoria-exit
           end-if

           move 'N' to fim_audit
           perform until fim_audit = 'S'
               read audit
                   at end
                       move 'S' to fim_audit
                   not at end
                       if au_codigo = cod_auditoria
                           move 'S' to tem_auditoria
                           if contador_tela >= 15
                               display "Tecle <enter> para continuar"
                               accept pausa
                               move 0 to contador_tela
                           end-if
                           display audit_reg
                           add 1 to contador_tela
                       end-if
               end-read
           end-perform
           close audit

           if tem_auditoria = 'N'
               display "Nenhuma operacao registrada para esse codigo"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       consulta-auditoria-exit.
           exit.

      *-----------------------------------------------------------------
      * mostra as operacoes do codigo pedido gravadas no arquivo morto
      * AUDIT.A<ano>, antes da trilha viva
       consulta-auditoria-morto section.
           move spaces to nome_arq_morto
           move arq_ano_consulta to arq_ano_reg
           string "AUDIT.A"      delimited by size
                  arq_ano_reg    delimited by size
               into nome_arq_morto
           end-string
           open input arqmorto
           if fs_arqmorto = "35"
               display "Arquivo morto " nome_arq_morto
                       " nao encontrado"
               go to consulta-auditoria-morto-exit
           end-if

           move 'N' to fim_arqmorto
           perform until fim_arqmorto = 'S'
               read arqmorto into audit_reg
                   at end
                       move 'S' to fim_arqmorto
                   not at end
                       if au_codigo = cod_auditoria
                           move 'S' to tem_auditoria
                           if contador_tela >= 15
                               display "Tecle <enter> para continuar"
                               accept pausa
                               move 0 to contador_tela
                           end-if
                           display audit_reg
                           add 1 to contador_tela
                       end-if
               end-read
           end-perform
           close arqmorto
           .
       consulta-auditoria-morto-exit.
           exit.

      *-----------------------------------------------------------------
      * simulacao de precos: reclassifica o comparativo com um preco de
      * teste (um codigo ou desconto geral) sem alterar os arquivos do
      * cadastro; a tela e o relatorio RELSIM saem marcados SIMULACAO
       simulacao-precos section.
           display erase
           if qtd_pizzas = 0
               display "Nenhuma pizza cadastrada"
               go to simulacao-precos-exit
           end-if

           display "1 - Novo preco para um codigo"
           display "2 - Desconto percentual em todas as pizzas"
           accept sim_tipo
           if sim_tipo <> '1' and sim_tipo <> '2'
               display "Opcao invalida"
               go to simulacao-precos-exit
           end-if

           if sim_tipo = '1'
               display "Informe o codigo da pizza: "
               accept sim_codigo
               move sim_codigo to cod_busca
               perform busca-pizza
               if achou_pizza = 'N'
                   display "Pizza nao encontrada"
                   go to simulacao-precos-exit
               end-if
               move 0 to sim_preco
               perform until sim_preco is numeric
                         and sim_preco > 0
                   display "Novo preco de teste: "
                   accept sim_preco
               end-perform
           else
               move 0 to sim_perc
               perform until sim_perc is numeric
                         and sim_perc > 0
                   display "Percentual de desconto (ex 10,00): "
                   accept sim_perc
               end-perform
           end-if

           perform escolhe-ordenacao

           move 'S' to modo_simulacao
           perform calcula-melhor

           sort pizwk on ascending key sp_valor_key
               with duplicates in order
               input procedure is sele-comparativo
               output procedure is gera-comparativo

           sort pizwk on ascending key sp_fornec_key
                                       sp_valor_key
               with duplicates in order
               input procedure is sele-comparativo
               output procedure is gera-impresso

           move 'N' to modo_simulacao

           display "Relatorio da simulacao gravado em RELSIM"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       simulacao-precos-exit.
           exit.

      *-----------------------------------------------------------------
      * le o arquivo de controle de backup; na primeira execucao valem
      * os padroes (alerta de 7 dias, proxima geracao 1, sem backups)
       le-controle-backup section.
           open input bkpctl
           if fs_bkpctl = "35"
               go to le-controle-backup-exit
           end-if
           read bkpctl into controle_backup
               at end
                   continue
           end-read
           close bkpctl
           .
       le-controle-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * regrava o arquivo de controle de backup
       grava-controle-backup section.
           open output bkpctl
           write bkpctl_reg from controle_backup
           close bkpctl
           .
       grava-controle-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * avisa na abertura quando o ultimo backup esta mais velho que o
      * numero de dias configurado (ou quando nunca houve backup)
       verifica-idade-backup section.
      * na rodada em lote nao ha operador para ler o aviso (e o
      * proprio lote ja gera um backup)
           if modo_lote = 'S'
               go to verifica-idade-backup-exit
           end-if

           move 0 to dt_backup_max
           perform varying ger_lista from 1 by 1 until ger_lista > 3
               if ctl_dt_ger(ger_lista) > dt_backup_max
                   move ctl_dt_ger(ger_lista) to dt_backup_max
               end-if
           end-perform

           if dt_backup_max = 0
               display "AVISO: nenhum backup dos dados foi feito"
               display "ainda; use a opcao de backup do menu"
               display "Tecle <enter> para continuar"
               accept pausa
               go to verifica-idade-backup-exit
           end-if

           accept dt_raw from date yyyymmdd
           compute dias_sem_backup =
                   function integer-of-date(dt_raw)
                 - function integer-of-date(dt_backup_max)
           if dias_sem_backup > ctl_dias_alerta
               display "AVISO: o ultimo backup tem " dias_sem_backup
                       " dias (limite " ctl_dias_alerta ")"
               display "Recomenda-se gerar um novo backup"
               display "Tecle <enter> para continuar"
               accept pausa
           end-if
           .
       verifica-idade-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de backup e restauracao das geracoes datadas
       menu-backup section.
           if nivel_corrente <> 'G'
               display "Opcao restrita ao gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to menu-backup-exit
           end-if

           move space to opcao_bkp

           perform until opcao_bkp = '4'
               display erase
               display "1 - Gerar backup dos dados"
               display "2 - Restaurar um backup"
               display "3 - Configurar alerta de backup (dias)"
               display "4 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_bkp

               evaluate opcao_bkp
                   when '1' perform gera-backup
                   when '2' perform restaura-backup
                   when '3' perform configura-alerta-backup
                   when '4' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * copia PIZZAS, CUSTOS e HISTOR para a proxima geracao do
      * rodizio (G1..G3), datando-a no arquivo de controle
       gera-backup section.
           move ctl_prox_ger to ger_corrente
           move ger_corrente to ger_backup

           perform salva-pizzas-bkp
           perform salva-custos-bkp
           perform salva-histor-bkp
           perform salva-ingred-bkp
           perform salva-receit-bkp
           perform salva-fornec-bkp
           perform salva-vendas-bkp
           perform salva-audit-bkp
           perform salva-estoq-bkp
           perform salva-canal-bkp
           perform salva-promo-bkp
           perform salva-client-bkp
           perform salva-pedido-bkp
           perform salva-itped-bkp
           perform salva-operad-bkp
           perform salva-histin-bkp
           perform salva-zona-bkp
           perform salva-motob-bkp
           perform salva-turno-bkp
           perform salva-movcx-bkp
           perform salva-movest-bkp
           perform salva-pccab-bkp
           perform salva-pcitem-bkp
           perform salva-cpagar-bkp
           perform salva-pontos-bkp

           accept dt_raw from date yyyymmdd
           move dt_raw to ctl_dt_ger(ger_corrente)
           if ctl_prox_ger = 3
               move 1 to ctl_prox_ger
           else
               add 1 to ctl_prox_ger
           end-if
           perform grava-controle-backup

           display "Backup gravado na geracao " ger_corrente
           if modo_lote = 'N'
               display "Tecle <enter> para voltar"
               accept pausa
           end-if
           .
       gera-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de pizzas para a geracao corrente
       salva-pizzas-bkp section.
           move 1 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       write registro_backup from pizza_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-pizzas-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o arquivo de custos para a geracao corrente
       salva-custos-bkp section.
           move 2 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_custos
           move 0   to cu_codigo
           start custos key not less cu_codigo
               invalid key
                   move 'S' to fim_custos
           end-start
           perform until fim_custos = 'S'
               read custos next record
                   at end
                       move 'S' to fim_custos
                   not at end
                       write registro_backup from custo_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-custos-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o historico de comparacoes para a geracao corrente
       salva-histor-bkp section.
           move 3 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input histor
           if fs_histor = "35"
               close arqbkp
               go to salva-histor-bkp-exit
           end-if
           move 'N' to fim_histor
           perform until fim_histor = 'S'
               read histor
                   at end
                       move 'S' to fim_histor
                   not at end
                       write registro_backup from hist_reg
               end-read
           end-perform
           close histor
           close arqbkp
           .
       salva-histor-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o catalogo de ingredientes para a geracao corrente
       salva-ingred-bkp section.
           move 4 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
                       write registro_backup from ingred_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-ingred-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o arquivo de receitas para a geracao corrente
       salva-receit-bkp section.
           move 5 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_receita
           move 0   to re_codigo
           move 0   to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start
           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       write registro_backup from receit_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-receit-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de fornecedores para a geracao corrente
       salva-fornec-bkp section.
           move 6 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_fornec
           move 0   to fo_codigo
           start fornec key not less fo_codigo
               invalid key
                   move 'S' to fim_fornec
           end-start
           perform until fim_fornec = 'S'
               read fornec next record
                   at end
                       move 'S' to fim_fornec
                   not at end
                       write registro_backup from fornec_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-fornec-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o movimento de vendas para a geracao corrente
       salva-vendas-bkp section.
           move 7 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input vendas
           if fs_vendas = "35"
               close arqbkp
               go to salva-vendas-bkp-exit
           end-if
           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       write registro_backup from venda_reg
               end-read
           end-perform
           close vendas
           close arqbkp
           .
       salva-vendas-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia a trilha de auditoria para a geracao corrente
       salva-audit-bkp section.
           move 8 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input audit
           if fs_audit = "35"
               close arqbkp
               go to salva-audit-bkp-exit
           end-if
           move 'N' to fim_audit
           perform until fim_audit = 'S'
               read audit
                   at end
                       move 'S' to fim_audit
                   not at end
                       write registro_backup from audit_reg
               end-read
           end-perform
           close audit
           close arqbkp
           .
       salva-audit-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia os saldos de estoque para a geracao corrente
       salva-estoq-bkp section.
           move 9 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_estoq
           move 0   to es_codigo
           start estoq key not less es_codigo
               invalid key
                   move 'S' to fim_estoq
           end-start
           perform until fim_estoq = 'S'
               read estoq next record
                   at end
                       move 'S' to fim_estoq
                   not at end
                       write registro_backup from estoq_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-estoq-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de canais de venda para a geracao corrente
       salva-canal-bkp section.
           move 10 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_canal
           move 0   to ca_codigo
           start canal key not less ca_codigo
               invalid key
                   move 'S' to fim_canal
           end-start
           perform until fim_canal = 'S'
               read canal next record
                   at end
                       move 'S' to fim_canal
                   not at end
                       write registro_backup from canal_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-canal-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o arquivo de promocoes para a geracao corrente
       salva-promo-bkp section.
           move 11 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_promo
           move 0   to pr_numero
           start promo key not less pr_numero
               invalid key
                   move 'S' to fim_promo
           end-start
           perform until fim_promo = 'S'
               read promo next record
                   at end
                       move 'S' to fim_promo
                   not at end
                       write registro_backup from promo_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-promo-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de clientes para a geracao corrente
       salva-client-bkp section.
           move 12 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_client
           move 0   to cl_codigo
           start client key not less cl_codigo
               invalid key
                   move 'S' to fim_client
           end-start
           perform until fim_client = 'S'
               read client next record
                   at end
                       move 'S' to fim_client
                   not at end
                       write registro_backup from client_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-client-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o arquivo de pedidos para a geracao corrente
       salva-pedido-bkp section.
           move 13 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       write registro_backup from pedido_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-pedido-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o arquivo de itens de pedido para a geracao corrente
       salva-itped-bkp section.
           move 14 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_itped
           move 0   to it_numero
           move 0   to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       write registro_backup from itped_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-itped-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de operadores para a geracao corrente
       salva-operad-bkp section.
           move 15 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_operad
           move 0   to op_id
           start operad key not less op_id
               invalid key
                   move 'S' to fim_operad
           end-start
           perform until fim_operad = 'S'
               read operad next record
                   at end
                       move 'S' to fim_operad
                   not at end
                       write registro_backup from operad_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-operad-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o historico de precos de ingredientes para a geracao
       salva-histin-bkp section.
           move 16 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input histin
           if fs_histin = "35"
               close arqbkp
               go to salva-histin-bkp-exit
           end-if
           move 'N' to fim_histin
           perform until fim_histin = 'S'
               read histin
                   at end
                       move 'S' to fim_histin
                   not at end
                       write registro_backup from histin_reg
               end-read
           end-perform
           close histin
           close arqbkp
           .
       salva-histin-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia a tabela de zonas de entrega para a geracao corrente
       salva-zona-bkp section.
           move 17 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_zona
           move 0   to zn_codigo
           start zona key not less zn_codigo
               invalid key
                   move 'S' to fim_zona
           end-start
           perform until fim_zona = 'S'
               read zona next record
                   at end
                       move 'S' to fim_zona
                   not at end
                       write registro_backup from zona_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-zona-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de motoboys para a geracao corrente
       salva-motob-bkp section.
           move 18 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_motob
           move 0   to mb_codigo
           start motob key not less mb_codigo
               invalid key
                   move 'S' to fim_motob
           end-start
           perform until fim_motob = 'S'
               read motob next record
                   at end
                       move 'S' to fim_motob
                   not at end
                       write registro_backup from motob_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-motob-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o cadastro de turnos de caixa para a geracao corrente
       salva-turno-bkp section.
           move 19 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_turno
           move 0   to tu_numero
           start turno key not less tu_numero
               invalid key
                   move 'S' to fim_turno
           end-start
           perform until fim_turno = 'S'
               read turno next record
                   at end
                       move 'S' to fim_turno
                   not at end
                       write registro_backup from turno_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-turno-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o diario de sangrias do caixa para a geracao
       salva-movcx-bkp section.
           move 20 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input movcx
           if fs_movcx = "35"
               close arqbkp
               go to salva-movcx-bkp-exit
           end-if
           move 'N' to fim_movcx
           perform until fim_movcx = 'S'
               read movcx
                   at end
                       move 'S' to fim_movcx
                   not at end
                       write registro_backup from movcx_reg
               end-read
           end-perform
           close movcx
           close arqbkp
           .
       salva-movcx-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o diario de movimentos de estoque para a geracao
       salva-movest-bkp section.
           move 21 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input movest
           if fs_movest = "35"
               close arqbkp
               go to salva-movest-bkp-exit
           end-if
           move 'N' to fim_movest
           perform until fim_movest = 'S'
               read movest
                   at end
                       move 'S' to fim_movest
                   not at end
                       write registro_backup from movest_reg
               end-read
           end-perform
           close movest
           close arqbkp
           .
       salva-movest-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia os pedidos de compra para a geracao corrente
       salva-pccab-bkp section.
           move 22 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_pccab
           move 0   to pk_numero
           start pccab key not less pk_numero
               invalid key
                   move 'S' to fim_pccab
           end-start
           perform until fim_pccab = 'S'
               read pccab next record
                   at end
                       move 'S' to fim_pccab
                   not at end
                       write registro_backup from pccab_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-pccab-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia os itens dos pedidos de compra para a geracao corrente
       salva-pcitem-bkp section.
           move 23 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_pcitem
           move 0   to pi_numero
           move 0   to pi_ingred
           start pcitem key not less pi_chave
               invalid key
                   move 'S' to fim_pcitem
           end-start
           perform until fim_pcitem = 'S'
               read pcitem next record
                   at end
                       move 'S' to fim_pcitem
                   not at end
                       write registro_backup from pcitem_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-pcitem-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia os titulos a pagar para a geracao corrente
       salva-cpagar-bkp section.
           move 24 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           move 'N' to fim_cpagar
           move 0   to ap_numero
           start cpagar key not less ap_numero
               invalid key
                   move 'S' to fim_cpagar
           end-start
           perform until fim_cpagar = 'S'
               read cpagar next record
                   at end
                       move 'S' to fim_cpagar
                   not at end
                       write registro_backup from cpagar_reg
               end-read
           end-perform
           close arqbkp
           .
       salva-cpagar-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * copia o historico de pontos dos clientes para a geracao
       salva-pontos-bkp section.
           move 25 to ind_bkp
           perform monta-nome-bkp
           open output arqbkp

           open input pontos
           if fs_pontos = "35"
               close arqbkp
               go to salva-pontos-bkp-exit
           end-if
           move 'N' to fim_pontos
           perform until fim_pontos = 'S'
               read pontos
                   at end
                       move 'S' to fim_pontos
                   not at end
                       write registro_backup from pontos_reg
               end-read
           end-perform
           close pontos
           close arqbkp
           .
       salva-pontos-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "nome_arq_backup" o nome do arquivo da geracao
      * "ger_backup" para o prefixo da posicao "ind_bkp"
       monta-nome-bkp section.
           move spaces to nome_arq_backup
           string function trim(bkp_prefixo(ind_bkp))
                               delimited by size
                  ger_backup   delimited by size
               into nome_arq_backup
           end-string
           .
       monta-nome-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * restauracao de uma geracao de backup escolhida, mediante
      * confirmacao; o cadastro atual e substituido pelo conteudo da
      * geracao e os arquivos sao reabertos em seguida
       restaura-backup section.
           display erase
           display "Geracoes disponiveis:"
           perform varying ger_lista from 1 by 1 until ger_lista > 3
               if ctl_dt_ger(ger_lista) = 0
                   display ger_lista " - (vazia)"
               else
                   move ctl_dt_ger(ger_lista) to dt_exc_ed
                   display ger_lista " - " dt_exc_ed
               end-if
           end-perform

           display "Informe a geracao a restaurar (0 = cancelar): "
           accept ger_escolhida
           if ger_escolhida is not numeric or ger_escolhida = 0
               go to restaura-backup-exit
           end-if
           if ger_escolhida > 3
               display "Geracao invalida"
               go to restaura-backup-exit
           end-if
           if ctl_dt_ger(ger_escolhida) = 0
               display "Geracao vazia"
               go to restaura-backup-exit
           end-if

           display "ATENCAO: o cadastro atual sera substituido pelo"
           move ctl_dt_ger(ger_escolhida) to dt_exc_ed
           display "backup de " dt_exc_ed ". Confirma? (S/N)"
           accept resposta
           if resposta <> 'S' and resposta <> 's'
               move 'N' to resposta
               display "Restauracao cancelada"
               go to restaura-backup-exit
           end-if
           move 'N' to resposta

           perform confere-geracao
           if backup_ok = 'N'
               display "Arquivos da geracao nao encontrados;"
               display "restauracao cancelada"
               go to restaura-backup-exit
           end-if

           move ger_escolhida to ger_backup
           perform restaura-pizzas-bkp
           perform restaura-custos-bkp
           perform restaura-histor-bkp
           perform restaura-ingred-bkp
           perform restaura-receit-bkp
           perform restaura-fornec-bkp
           perform restaura-vendas-bkp
           perform restaura-audit-bkp
           perform restaura-estoq-bkp
           perform restaura-canal-bkp
           perform restaura-promo-bkp
           perform restaura-client-bkp
           perform restaura-pedido-bkp
           perform restaura-itped-bkp
           perform restaura-operad-bkp
           perform restaura-histin-bkp
           perform restaura-zona-bkp
           perform restaura-motob-bkp
           perform restaura-turno-bkp
           perform restaura-movcx-bkp
           perform restaura-movest-bkp
           perform restaura-pccab-bkp
           perform restaura-pcitem-bkp
           perform restaura-cpagar-bkp
           perform restaura-pontos-bkp

           perform conta-cadastro

           display "Restauracao concluida"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       restaura-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * confere se os arquivos da geracao escolhida existem antes de
      * apagar qualquer coisa do cadastro corrente; so os 8 arquivos
      * originais do rodizio sao exigidos, para que geracoes gravadas
      * antes dos arquivos novos continuem restauraveis
       confere-geracao section.
           move 'S' to backup_ok
           move ger_escolhida to ger_backup

           perform varying ind_bkp from 1 by 1
                     until ind_bkp > qtd_arqs_bkp_orig
               perform monta-nome-bkp
               open input arqbkp
               if fs_arqbkp = "35"
                   move 'N' to backup_ok
               else
                   close arqbkp
               end-if
           end-perform
           .
       confere-geracao-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de pizzas a partir da geracao escolhida
       restaura-pizzas-bkp section.
           move 1 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           close pizzas
           open output pizzas
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into pizza_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write pizza_reg
                           invalid key
                               display "Erro ao restaurar a pizza "
                                       pz_codigo
                       end-write
               end-read
           end-perform
           close pizzas
           open i-o pizzas
           close arqbkp
           .
       restaura-pizzas-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o arquivo de custos a partir da geracao escolhida
       restaura-custos-bkp section.
           move 2 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           close custos
           open output custos
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into custo_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write custo_reg
                           invalid key
                               display "Erro ao restaurar o custo "
                                       cu_codigo
                       end-write
               end-read
           end-perform
           close custos
           open i-o custos
           close arqbkp
           .
       restaura-custos-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o historico a partir da geracao escolhida
       restaura-histor-bkp section.
           move 3 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           open output histor
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into hist_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write hist_reg
               end-read
           end-perform
           close histor
           close arqbkp
           .
       restaura-histor-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o catalogo de ingredientes a partir da geracao
       restaura-ingred-bkp section.
           move 4 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           close ingred
           open output ingred
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into ingred_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write ingred_reg
                           invalid key
                               display "Erro ao restaurar o "
                                       "ingrediente " ig_codigo
                       end-write
               end-read
           end-perform
           close ingred
           close arqbkp
           perform abre-ingred
           .
       restaura-ingred-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o arquivo de receitas a partir da geracao
       restaura-receit-bkp section.
           move 5 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           close receit
           open output receit
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into receit_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write receit_reg
                           invalid key
                               display "Erro ao restaurar a receita "
                                       re_codigo
                       end-write
               end-read
           end-perform
           close receit
           open i-o receit
           close arqbkp
           .
       restaura-receit-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de fornecedores a partir da geracao
       restaura-fornec-bkp section.
           move 6 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           close fornec
           open output fornec
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into fornec_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write fornec_reg
                           invalid key
                               display "Erro ao restaurar o "
                                       "fornecedor " fo_codigo
                       end-write
               end-read
           end-perform
           close fornec
           close arqbkp
           perform abre-fornec
           .
       restaura-fornec-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o movimento de vendas a partir da geracao
       restaura-vendas-bkp section.
           move 7 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           open output vendas
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into venda_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write venda_reg
               end-read
           end-perform
           close vendas
           close arqbkp
           .
       restaura-vendas-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega a trilha de auditoria a partir da geracao
       restaura-audit-bkp section.
           move 8 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp

           open output audit
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into audit_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write audit_reg
               end-read
           end-perform
           close audit
           close arqbkp
           .
       restaura-audit-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega os saldos de estoque a partir da geracao
       restaura-estoq-bkp section.
           move 9 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-estoq-bkp-exit
           end-if

           close estoq
           open output estoq
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into estoq_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write estoq_reg
                           invalid key
                               display "Erro ao restaurar o saldo do "
                                       "ingrediente " es_codigo
                       end-write
               end-read
           end-perform
           close estoq
           open i-o estoq
           close arqbkp
           .
       restaura-estoq-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de canais de venda a partir da geracao
       restaura-canal-bkp section.
           move 10 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-canal-bkp-exit
           end-if

           close canal
           open output canal
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into canal_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write canal_reg
                           invalid key
                               display "Erro ao restaurar o canal "
                                       ca_codigo
                       end-write
               end-read
           end-perform
           close canal
           close arqbkp
           perform abre-canal
           .
       restaura-canal-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o arquivo de promocoes a partir da geracao
       restaura-promo-bkp section.
           move 11 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-promo-bkp-exit
           end-if

           close promo
           open output promo
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into promo_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write promo_reg
                           invalid key
                               display "Erro ao restaurar a promocao "
                                       pr_numero
                       end-write
               end-read
           end-perform
           close promo
           close arqbkp
           perform abre-promo
           .
       restaura-promo-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de clientes a partir da geracao
       restaura-client-bkp section.
           move 12 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-client-bkp-exit
           end-if

           close client
           open output client
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into client_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write client_reg
                           invalid key
                               display "Erro ao restaurar o cliente "
                                       cl_codigo
                       end-write
               end-read
           end-perform
           close client
           close arqbkp
           perform abre-client
           .
       restaura-client-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o arquivo de pedidos a partir da geracao
       restaura-pedido-bkp section.
           move 13 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-pedido-bkp-exit
           end-if

           close pedido
           open output pedido
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into pedido_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write pedido_reg
                           invalid key
                               display "Erro ao restaurar o pedido "
                                       pd_numero
                       end-write
               end-read
           end-perform
           close pedido
           close arqbkp
           perform abre-pedido
           .
       restaura-pedido-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o arquivo de itens de pedido a partir da geracao
       restaura-itped-bkp section.
           move 14 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-itped-bkp-exit
           end-if

           close itped
           open output itped
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into itped_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write itped_reg
                           invalid key
                               display "Erro ao restaurar o item do "
                                       "pedido " it_numero
                       end-write
               end-read
           end-perform
           close itped
           close arqbkp
           perform abre-itped
           .
       restaura-itped-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de operadores a partir da geracao
       restaura-operad-bkp section.
           move 15 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-operad-bkp-exit
           end-if

           close operad
           open output operad
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into operad_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write operad_reg
                           invalid key
                               display "Erro ao restaurar o operador "
                                       op_id
                       end-write
               end-read
           end-perform
           close operad
           close arqbkp
           perform abre-operad
           .
       restaura-operad-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o historico de precos de ingredientes a partir da
      * geracao
       restaura-histin-bkp section.
           move 16 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-histin-bkp-exit
           end-if

           open output histin
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into histin_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write histin_reg
               end-read
           end-perform
           close histin
           close arqbkp
           .
       restaura-histin-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega a tabela de zonas de entrega a partir da geracao
       restaura-zona-bkp section.
           move 17 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-zona-bkp-exit
           end-if

           close zona
           open output zona
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into zona_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write zona_reg
                           invalid key
                               display "Erro ao restaurar a zona "
                                       zn_codigo
                       end-write
               end-read
           end-perform
           close zona
           close arqbkp
           perform abre-zona
           .
       restaura-zona-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de motoboys a partir da geracao
       restaura-motob-bkp section.
           move 18 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-motob-bkp-exit
           end-if

           close motob
           open output motob
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into motob_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write motob_reg
                           invalid key
                               display "Erro ao restaurar o motoboy "
                                       mb_codigo
                       end-write
               end-read
           end-perform
           close motob
           close arqbkp
           perform abre-motob
           .
       restaura-motob-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o cadastro de turnos de caixa a partir da geracao
       restaura-turno-bkp section.
           move 19 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-turno-bkp-exit
           end-if

           close turno
           open output turno
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into turno_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write turno_reg
                           invalid key
                               display "Erro ao restaurar o turno "
                                       tu_numero
                       end-write
               end-read
           end-perform
           close turno
           close arqbkp
           perform abre-turno
           .
       restaura-turno-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o diario de sangrias do caixa a partir da geracao
       restaura-movcx-bkp section.
           move 20 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-movcx-bkp-exit
           end-if

           open output movcx
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into movcx_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write movcx_reg
               end-read
           end-perform
           close movcx
           close arqbkp
           .
       restaura-movcx-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o diario de movimentos de estoque a partir da geracao
       restaura-movest-bkp section.
           move 21 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-movest-bkp-exit
           end-if

           open output movest
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into movest_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write movest_reg
               end-read
           end-perform
           close movest
           close arqbkp
           .
       restaura-movest-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega os pedidos de compra a partir da geracao
       restaura-pccab-bkp section.
           move 22 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-pccab-bkp-exit
           end-if

           close pccab
           open output pccab
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into pccab_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write pccab_reg
                           invalid key
                               display "Erro ao restaurar o pedido "
                                       pk_numero
                       end-write
               end-read
           end-perform
           close pccab
           close arqbkp
           perform abre-pccab
           .
       restaura-pccab-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega os itens dos pedidos de compra a partir da geracao
       restaura-pcitem-bkp section.
           move 23 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-pcitem-bkp-exit
           end-if

           close pcitem
           open output pcitem
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into pcitem_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write pcitem_reg
                           invalid key
                               display "Erro ao restaurar o item "
                                       pi_chave
                       end-write
               end-read
           end-perform
           close pcitem
           close arqbkp
           perform abre-pcitem
           .
       restaura-pcitem-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega os titulos a pagar a partir da geracao
       restaura-cpagar-bkp section.
           move 24 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-cpagar-bkp-exit
           end-if

           close cpagar
           open output cpagar
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into cpagar_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write cpagar_reg
                           invalid key
                               display "Erro ao restaurar o titulo "
                                       ap_numero
                       end-write
               end-read
           end-perform
           close cpagar
           close arqbkp
           perform abre-cpagar
           .
       restaura-cpagar-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * recarrega o historico de pontos dos clientes a partir da geracao
       restaura-pontos-bkp section.
           move 25 to ind_bkp
           perform monta-nome-bkp
           open input arqbkp
           if fs_arqbkp = "35"
               go to restaura-pontos-bkp-exit
           end-if

           open output pontos
           move 'N' to fim_backup
           perform until fim_backup = 'S'
               read arqbkp into pontos_reg
                   at end
                       move 'S' to fim_backup
                   not at end
                       write pontos_reg
               end-read
           end-perform
           close pontos
           close arqbkp
           .
       restaura-pontos-bkp-exit.
           exit.

      *-----------------------------------------------------------------
      * configura o numero de dias para o aviso de backup na abertura
       configura-alerta-backup section.
           display erase
           display "Alerta atual: " ctl_dias_alerta " dias"
           move 0 to dias_alerta_tmp
           perform until dias_alerta_tmp is numeric
                     and dias_alerta_tmp > 0
               display "Novo limite de dias sem backup: "
               accept dias_alerta_tmp
           end-perform
           move dias_alerta_tmp to ctl_dias_alerta
           perform grava-controle-backup
           display "Alerta configurado"
           .
       configura-alerta-backup-exit.
           exit.

      *-----------------------------------------------------------------
      * importacao em lote da tabela de precos do fornecedor: le o
      * arquivo IMPORTA (nome;formato;diametro;comprimento;largura;
      * preco;massa;molho;cobertura;fornecedor), aplica as criticas do
      * cadastro interativo, inclui ou atualiza (pelo nome) e grava as
      * linhas rejeitadas no IMPREJ com o motivo no final da linha
       importa-precos section.
           display erase
           if nivel_corrente <> 'G'
               display "Opcao restrita ao gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to importa-precos-exit
           end-if

           open input importa
           if fs_importa = "35"
               display "Arquivo IMPORTA nao encontrado"
               display "Tecle <enter> para voltar"
               accept pausa
               go to importa-precos-exit
           end-if
           open output imprej

           move 0 to imp_lidas
           move 0 to imp_incluidas
           move 0 to imp_atualizadas
           move 0 to imp_rejeitadas

           move 'N' to fim_importa
           perform until fim_importa = 'S'
               read importa
                   at end
                       move 'S' to fim_importa
                   not at end
                       add 1 to imp_lidas
                       perform importa-linha
               end-read
           end-perform

           close importa
           close imprej

           move imp_lidas to imp_total_ed
           display "Linhas lidas.......: " imp_total_ed
           move imp_incluidas to imp_total_ed
           display "Pizzas incluidas...: " imp_total_ed
           move imp_atualizadas to imp_total_ed
           display "Pizzas atualizadas.: " imp_total_ed
           move imp_rejeitadas to imp_total_ed
           display "Linhas rejeitadas..: " imp_total_ed
           if imp_rejeitadas > 0
               display "Rejeitadas gravadas no arquivo IMPREJ"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       importa-precos-exit.
           exit.

      *-----------------------------------------------------------------
      * processa uma linha do arquivo de importacao
       importa-linha section.
           move spaces to campos_importa
           unstring linha_importa delimited by ";"
               into imp_nome
                    imp_formato_x
                    imp_diametro_x
                    imp_comp_x
                    imp_larg_x
                    imp_preco_x
                    imp_massa_x
                    imp_molho_x
                    imp_cober_x
                    imp_fornec_x
           end-unstring

           perform importa-valida
           if imp_motivo = spaces
               perform importa-aplica
           else
               perform importa-rejeita
           end-if
           .
       importa-linha-exit.
           exit.

      *-----------------------------------------------------------------
      * critica os campos da linha importada; monta "det_pizza" e
      * "custos_det" e deixa "imp_motivo" em branco quando a linha e
      * valida (a primeira critica que falha da o motivo da rejeicao)
       importa-valida section.
           move spaces to imp_motivo
           initialize det_pizza
           initialize custos_det

           move imp_nome to nome
           if nome = spaces
               move "01 NOME AUSENTE" to imp_motivo
               go to importa-valida-exit
           end-if

           evaluate function trim(imp_formato_x)
               when 'R'
                   move 'R' to formato
               when 'T'
                   move 'T' to formato
               when other
                   move "02 FORMATO INVALIDO" to imp_motivo
                   go to importa-valida-exit
           end-evaluate

           move imp_diametro_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N'
               move "03 DIAMETRO NAO NUMERICO" to imp_motivo
               go to importa-valida-exit
           end-if
           if imp_valor > dim_max_cm
               move "04 DIAMETRO FORA DO LIMITE" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to diametro

           move imp_comp_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N'
               move "03 COMPRIMENTO NAO NUMERICO" to imp_motivo
               go to importa-valida-exit
           end-if
           if imp_valor > dim_max_cm
               move "04 COMPRIMENTO FORA DO LIMITE" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to comprimento

           move imp_larg_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N'
               move "03 LARGURA NAO NUMERICA" to imp_motivo
               go to importa-valida-exit
           end-if
           if imp_valor > dim_max_cm
               move "04 LARGURA FORA DO LIMITE" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to largura

           if formato = 'R'
               if diametro = 0 or diametro > dim_max_cm
                   move "04 DIMENSAO INVALIDA" to imp_motivo
                   go to importa-valida-exit
               end-if
               move 0 to comprimento
               move 0 to largura
           else
               if comprimento = 0 or comprimento > dim_max_cm
                 or largura = 0 or largura > dim_max_cm
                   move "04 DIMENSAO INVALIDA" to imp_motivo
                   go to importa-valida-exit
               end-if
               move 0 to diametro
           end-if

           move imp_preco_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor = 0
             or imp_valor > 999,99
               move "05 PRECO INVALIDO" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to preco

           move imp_massa_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor > 999,99
               move "06 CUSTO DA MASSA INVALIDO" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to det_massa

           move imp_molho_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor > 999,99
               move "06 CUSTO DO MOLHO INVALIDO" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to det_molho

           move imp_cober_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor > 999,99
               move "06 CUSTO DA COBERTURA INVALIDO" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to det_cobertura

           move imp_fornec_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor > 999
               move "07 FORNECEDOR INVALIDO" to imp_motivo
               go to importa-valida-exit
           end-if
           move imp_valor to cod_fornec_tmp
           if cod_fornec_tmp > 0
               move cod_fornec_tmp to fo_codigo
               read fornec record
                   invalid key
                       move "07 FORNECEDOR INEXISTENTE" to imp_motivo
                       go to importa-valida-exit
               end-read
           end-if
           move cod_fornec_tmp to fornecedor
           .
       importa-valida-exit.
           exit.

      *-----------------------------------------------------------------
      * converte "imp_campo_x" para "imp_valor"; campo em branco vale
      * zero e valores negativos ou nao numericos reprovam
       importa-numval section.
           move 'S' to imp_num_ok
           move 0   to imp_valor
           if imp_campo_x not = spaces
               if function test-numval(imp_campo_x) = 0
                   compute imp_valor = function numval(imp_campo_x)
               else
                   move 'N' to imp_num_ok
               end-if
           end-if
           if imp_valor < 0
               move 'N' to imp_num_ok
           end-if
           .
       importa-numval-exit.
           exit.

      *-----------------------------------------------------------------
      * procura no cadastro uma pizza com o mesmo nome da linha
      * importada (comparacao sem diferenca de maiusculas)
       busca-pizza-nome section.
           move 0   to imp_cod_existente
           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       if function upper-case(function trim(pz_nome)) =
                          function upper-case(function trim(imp_nome))
                           move pz_codigo to imp_cod_existente
                           move 'S'       to fim_pizzas
                       end-if
               end-read
           end-perform
           .
       busca-pizza-nome-exit.
           exit.

      *-----------------------------------------------------------------
      * inclui a linha validada como pizza nova ou atualiza a pizza de
      * mesmo nome ja existente no cadastro
       importa-aplica section.
           perform busca-pizza-nome
           if imp_cod_existente > 0
               perform monta-antes-arquivo
               move imp_cod_existente to codigo
               perform atualiza-pizza
               if pizza_ok = 'N'
                   move "09 REGISTRO EM USO" to imp_motivo
                   perform importa-rejeita
                   go to importa-aplica-exit
               end-if
               add 1 to imp_atualizadas
               move 'A' to au_oper
           else
               move "PIZZAS"      to seq_nome
               move ultimo_codigo to seq_base
               perform proximo-numero
               if seq_ok = 'N'
                   move "08 SEQUENCIA INDISPONIVEL" to imp_motivo
                   perform importa-rejeita
                   go to importa-aplica-exit
               end-if
               move seq_proximo   to ultimo_codigo
               move ultimo_codigo to codigo
               perform grava-pizza
               add 1 to qtd_pizzas
               add 1 to imp_incluidas
               initialize au_antes
               move 'I' to au_oper
           end-if
           perform monta-depois-auditoria
           perform grava-auditoria
           .
       importa-aplica-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha rejeitada no IMPREJ com o motivo no final
       importa-rejeita section.
           move spaces to linha_rejeito
           string function trim(linha_importa) delimited by size
                  ";ERR="                       delimited by size
                  imp_motivo                    delimited by size
               into linha_rejeito
           end-string
           write linha_rejeito
           add 1 to imp_rejeitadas
           .
       importa-rejeita-exit.
           exit.

      *-----------------------------------------------------------------
      * verificacao de integridade: cruza PIZZAS, CUSTOS e HISTOR nos
      * dois sentidos e grava o relatorio de excecoes RELEXC com os
      * totais por tipo, para conferencia antes da abertura
       verifica-integridade section.
           display erase
           display "Verificando o cadastro..."

           open output relexc
           accept dt_raw from date yyyymmdd
           move dt_raw to dt_exc_ed
           move spaces to linha_excecao
           string "RELATORIO DE EXCECOES - " delimited by size
                  dt_exc_ed                  delimited by size
               into linha_excecao
           end-string
           write linha_excecao
           move spaces to linha_excecao
           write linha_excecao

           move 0 to ct_sem_custo
           move 0 to ct_custo_orfao
           move 0 to ct_receita_orfa
           move 0 to ct_area_inval
           move 0 to ct_margem_neg
           move 0 to ct_fornec_inex
           move 0 to ct_hist_inex
           move 0 to ct_excecoes

           perform verifica-pizzas
           perform verifica-custos
           perform verifica-receitas
           perform verifica-historico
           perform grava-resumo-excecoes

           close relexc

           display "Verificacao concluida; excecoes: " ct_excecoes_ed
           display "Relatorio gravado no arquivo RELEXC"
           if modo_lote = 'N'
               display "Tecle <enter> para voltar"
               accept pausa
           end-if
           .
       verifica-integridade-exit.
           exit.

      *-----------------------------------------------------------------
      * excecoes apuradas a partir do arquivo de pizzas: custo ausente
      * (sem receita que o substitua), area zerada ou dimensoes que nao
      * batem com o formato, margem negativa e fornecedor inexistente
       verifica-pizzas section.
           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start

           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       perform verifica-uma-pizza
               end-read
           end-perform
           .
       verifica-pizzas-exit.
           exit.

      *-----------------------------------------------------------------
      * aplica as criticas na pizza que acabou de ser lida
       verifica-uma-pizza section.
           perform monta-detalhe

           move codigo to cu_codigo
           read custos record
               invalid key
                   move codigo to cod_receita
                   perform calcula-custo-receita
                   if achou_receita = 'N'
                       move spaces to linha_excecao
                       string "PIZZA SEM CUSTO E SEM RECEITA - "
                                              delimited by size
                              codigo          delimited by size
                              " "             delimited by size
                              function trim(nome)
                                              delimited by size
                           into linha_excecao
                       end-string
                       perform grava-excecao
                       add 1 to ct_sem_custo
                   end-if
           end-read

           if piz_a = 0
               move spaces to linha_excecao
               string "AREA ZERADA OU FORMATO INVALIDO - "
                                      delimited by size
                      codigo          delimited by size
                      " "             delimited by size
                      function trim(nome)
                                      delimited by size
                   into linha_excecao
               end-string
               perform grava-excecao
               add 1 to ct_area_inval
           else
               if (formato = 'R'
                   and (comprimento > 0 or largura > 0))
                 or (formato = 'T' and diametro > 0)
                   move spaces to linha_excecao
                   string "DIMENSOES NAO BATEM COM O FORMATO - "
                                          delimited by size
                          codigo          delimited by size
                          " "             delimited by size
                          function trim(nome)
                                          delimited by size
                       into linha_excecao
                   end-string
                   perform grava-excecao
                   add 1 to ct_area_inval
               end-if
           end-if

      * a critica de margem vale para o preco de tabela, nao para o
      * preco efetivo de promocao montado pelo detalhe (uma promocao
      * abaixo do custo e decisao comercial, nao erro de cadastro)
           move pz_preco to preco
           compute margem = preco - custo
           if margem < 0
               move spaces to linha_excecao
               string "MARGEM NEGATIVA - " delimited by size
                      codigo               delimited by size
                      " "                  delimited by size
                      function trim(nome)  delimited by size
                   into linha_excecao
               end-string
               perform grava-excecao
               add 1 to ct_margem_neg
           end-if

           if fornecedor > 0
               move fornecedor to fo_codigo
               read fornec record
                   invalid key
                       move spaces to linha_excecao
                       string "FORNECEDOR INEXISTENTE - "
                                              delimited by size
                              codigo          delimited by size
                              " "             delimited by size
                              function trim(nome)
                                              delimited by size
                              " (FORNECEDOR " delimited by size
                              fornecedor      delimited by size
                              ")"             delimited by size
                           into linha_excecao
                       end-string
                       perform grava-excecao
                       add 1 to ct_fornec_inex
               end-read
           end-if
           .
       verifica-uma-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * excecoes apuradas a partir do arquivo de custos: registros de
      * custo cuja pizza nao existe mais no cadastro
       verifica-custos section.
           move 'N' to fim_custos
           move 0   to cu_codigo
           start custos key not less cu_codigo
               invalid key
                   move 'S' to fim_custos
           end-start

           perform until fim_custos = 'S'
               read custos next record
                   at end
                       move 'S' to fim_custos
                   not at end
                       move cu_codigo to pz_codigo
                       read pizzas record
                           invalid key
                               move spaces to linha_excecao
                               string "CUSTO ORFAO - "
                                                  delimited by size
                                      cu_codigo   delimited by size
                                   into linha_excecao
                               end-string
                               perform grava-excecao
                               add 1 to ct_custo_orfao
                       end-read
               end-read
           end-perform
           .
       verifica-custos-exit.
           exit.

      *-----------------------------------------------------------------
      * excecoes apuradas a partir do arquivo de receitas: itens de
      * receita cuja pizza nao existe mais no cadastro
       verifica-receitas section.
           move 'N' to fim_receita
           move 0   to re_codigo
           move 0   to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
                   at end
                       move 'S' to fim_receita
                   not at end
                       move re_codigo to pz_codigo
                       read pizzas record
                           invalid key
                               move spaces to linha_excecao
                               string "RECEITA ORFA - "
                                                  delimited by size
                                      re_codigo   delimited by size
                                      " (INGREDIENTE "
                                                  delimited by size
                                      re_ingred   delimited by size
                                      ")"         delimited by size
                                   into linha_excecao
                               end-string
                               perform grava-excecao
                               add 1 to ct_receita_orfa
                       end-read
               end-read
           end-perform
           .
       verifica-receitas-exit.
           exit.

      *-----------------------------------------------------------------
      * excecoes apuradas a partir do historico: comparacoes gravadas
      * para codigos que nao existem mais no cadastro (ocorrencias
      * consecutivas do mesmo codigo sao relatadas uma unica vez)
       verifica-historico section.
           open input histor
           if fs_histor = "35"
               go to verifica-historico-exit
           end-if

           move 0   to ult_cod_hist_exc
           move 'N' to fim_histor
           perform until fim_histor = 'S'
               read histor
                   at end
                       move 'S' to fim_histor
                   not at end
                       move hi_codigo to pz_codigo
                       read pizzas record
                           invalid key
                               if hi_codigo <> ult_cod_hist_exc
                                   move spaces to linha_excecao
                                   string "HISTORICO DE PIZZA "
                                          "INEXISTENTE - "
                                                  delimited by size
                                          hi_codigo
                                                  delimited by size
                                          " "     delimited by size
                                          function trim(hi_nome)
                                                  delimited by size
                                       into linha_excecao
                                   end-string
                                   perform grava-excecao
                                   add 1 to ct_hist_inex
                                   move hi_codigo to ult_cod_hist_exc
                               end-if
                       end-read
               end-read
           end-perform
           close histor
           .
       verifica-historico-exit.
           exit.

      *-----------------------------------------------------------------
      * grava uma linha de excecao e conta o total
       grava-excecao section.
           write linha_excecao
           add 1 to ct_excecoes
           .
       grava-excecao-exit.
           exit.

      *-----------------------------------------------------------------
      * resumo por tipo de excecao no final do relatorio
       grava-resumo-excecoes section.
           move spaces to linha_excecao
           write linha_excecao

           if ct_excecoes = 0
               move "NENHUMA EXCECAO ENCONTRADA" to linha_excecao
               write linha_excecao
           end-if

           move "PIZZAS SEM CUSTO/RECEITA..: " to resumo_titulo
           move ct_sem_custo to ct_excecoes_ed
           perform grava-linha-resumo
           move "CUSTOS ORFAOS.............: " to resumo_titulo
           move ct_custo_orfao to ct_excecoes_ed
           perform grava-linha-resumo
           move "RECEITAS ORFAS............: " to resumo_titulo
           move ct_receita_orfa to ct_excecoes_ed
           perform grava-linha-resumo
           move "AREAS/DIMENSOES INVALIDAS.: " to resumo_titulo
           move ct_area_inval to ct_excecoes_ed
           perform grava-linha-resumo
           move "MARGENS NEGATIVAS.........: " to resumo_titulo
           move ct_margem_neg to ct_excecoes_ed
           perform grava-linha-resumo
           move "FORNECEDORES INEXISTENTES.: " to resumo_titulo
           move ct_fornec_inex to ct_excecoes_ed
           perform grava-linha-resumo
           move "HISTORICO SEM CADASTRO....: " to resumo_titulo
           move ct_hist_inex to ct_excecoes_ed
           perform grava-linha-resumo

           move "TOTAL DE EXCECOES.........: " to resumo_titulo
           move ct_excecoes to ct_excecoes_ed
           perform grava-linha-resumo
           .
       grava-resumo-excecoes-exit.
           exit.

      *-----------------------------------------------------------------
      * grava uma linha do resumo (titulo + contador ja editados)
       grava-linha-resumo section.
           move spaces to linha_excecao
           string resumo_titulo      delimited by size
                  ct_excecoes_ed     delimited by size
               into linha_excecao
           end-string
           write linha_excecao
           .
       grava-linha-resumo-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem / comparacao das pizzas cadastradas: o comparativo e
      * gerado por classificacao direto sobre o arquivo PIZZAS, sem
      * limite de quantidade; a primeira classificacao (pela coluna
      * escolhida) alimenta a tela, o csv e o historico, e a segunda
      * (fornecedor + coluna) alimenta o relatorio impresso agrupado
       listar section.
           if qtd_pizzas = 0
               display erase
               display "Nenhuma pizza cadastrada"
           else
               perform escolhe-ordenacao
               perform calcula-melhor

               sort pizwk on ascending key sp_valor_key
                   with duplicates in order
                   input procedure is sele-comparativo
                   output procedure is gera-comparativo

               sort pizwk on ascending key sp_fornec_key
                                           sp_valor_key
                   with duplicates in order
                   input procedure is sele-comparativo
                   output procedure is gera-impresso

               if modo_lote = 'N'
                   display "Tecle <enter> para voltar"
                   accept pausa
               end-if
           end-if
           .
       listar-exit.
           exit.

      *-----------------------------------------------------------------
      * pede ao usuario a coluna usada para ordenar o comparativo
       escolhe-ordenacao section.
      * na rodada em lote vale a ordenacao padrao, sem pergunta
           if modo_lote = 'S'
               move '1' to chave_ordenacao
               go to escolhe-ordenacao-exit
           end-if

           display erase
           display "Ordenar por:"
           display "1 - Preco por cm2 (valor)"
           display "2 - Preco total"
           display "3 - Tamanho (area)"
           display "4 - Diferenca percentual"
           accept chave_ordenacao

           if chave_ordenacao <> '1' and chave_ordenacao <> '2'
                              and chave_ordenacao <> '3'
                              and chave_ordenacao <> '4'
               move '1' to chave_ordenacao
           end-if
           .
       escolhe-ordenacao-exit.
           exit.

      *-----------------------------------------------------------------
      * passada previa sobre o cadastro: apura o menor preco por cm2
      * (base da diferenca percentual) e guarda a pizza e o fornecedor
      * da melhor compra para a linha final do relatorio impresso
       calcula-melhor section.
           move 0      to menor_cm2
           move spaces to win_nome
           move 0      to win_fornec

           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       perform monta-detalhe
                       perform aplica-simulacao
                       if preco_cm2 > 0
                          and (menor_cm2 = 0 or preco_cm2 < menor_cm2)
                           move preco_cm2  to menor_cm2
                           move nome       to win_nome
                           move fornecedor to win_fornec
                       end-if
               end-read
           end-perform
           .
       calcula-melhor-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada das duas classificacoes: percorre o
      * cadastro, monta o detalhe de cada pizza e libera o registro de
      * trabalho com as chaves de ordenacao preenchidas
       sele-comparativo section.
           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       perform monta-detalhe
                       perform aplica-simulacao
                       move fornecedor to sp_fornec_key
                       evaluate chave_ordenacao
                           when '2'   move preco     to sp_valor_key
                           when '3'   move piz_a     to sp_valor_key
                           when '4'   move dif_rel   to sp_valor_key
                           when other move preco_cm2 to sp_valor_key
                       end-evaluate
                       move det_pizza to sp_registro
                       release sort_piz_reg
               end-read
           end-perform
           .
       sele-comparativo-exit.
           exit.

      *-----------------------------------------------------------------
      * em modo de simulacao, aplica sobre "det_pizza" o preco de teste
      * (novo preco de um codigo ou desconto percentual geral) e refaz
      * os valores que dependem do preco; os arquivos nao sao tocados
       aplica-simulacao section.
           if modo_simulacao = 'N'
               go to aplica-simulacao-exit
           end-if

           if sim_tipo = '1'
               if codigo = sim_codigo
                   move sim_preco to preco
               end-if
           else
               compute preco rounded =
                       preco * (100 - sim_perc) / 100
           end-if

           if piz_a > 0
               compute preco_cm2 = preco / piz_a
               compute margem = preco - custo
               compute margem_cm2 = margem / piz_a
           end-if

           if menor_cm2 > 0 and piz_a > 0
               compute dif_rel =
                       (preco_cm2 - menor_cm2) * 100 / menor_cm2
           else
               move 0 to dif_rel
           end-if
           .
       aplica-simulacao-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida da primeira classificacao: exibe a tela
      * paginada do comparativo e, na mesma passada, grava o csv e o
      * historico da sessao
       gera-comparativo section.
           if modo_simulacao = 'N'
               open output relcsv
               move "NOME;DIMENSAO;PRECO;PRECO_CM2;DIF_REL"
                 to linha_csv
               write linha_csv

               open extend histor
               if fs_histor = "35"
                   open output histor
               end-if
               accept dt_raw from date yyyymmdd
               accept hr_raw from time
               move dt_raw     to hi_dt
               move hr_hhmmss  to hi_hora
           end-if

           perform exibe-cabecalho-tela

           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return pizwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       move sp_registro to det_pizza
                       if modo_lote = 'N' and contador_tela >= 15
                           display "Tecle <enter> para continuar"
                           accept pausa
                           perform exibe-cabecalho-tela
                       end-if
                       display det_pizza
                       add 1 to contador_tela
                       if modo_simulacao = 'N'
                           perform grava-linha-csv
                           perform grava-linha-historico
                       end-if
               end-return
           end-perform

           if modo_simulacao = 'N'
               close relcsv
               close histor
           end-if
           .
       gera-comparativo-exit.
           exit.

      *-----------------------------------------------------------------
      * cabecalho da tela do comparativo
       exibe-cabecalho-tela section.
           display erase
           if modo_simulacao = 'S'
               display "*** SIMULACAO - precos nao gravados ***"
           end-if
           display " "
           display "Nome: " at 1001
           display " "
           display "Diametro: " at 1015
           display " "
           display "Preco: " at 1025
           display " "
           display "R$ cm2: " at 1032
           display " "
           display "Margem: " at 1040
           display " "
           display "Porcentagem: " at 1049
           display " "
           move 0 to contador_tela
           .
       exibe-cabecalho-tela-exit.
           exit.

      *-----------------------------------------------------------------
      * grava no csv a linha da pizza em "det_pizza" (separador ";",
      * pois a "," e o separador decimal neste programa)
       grava-linha-csv section.
           perform formata-dimensao
           move dimensao_fmt to csv_dimensao
           move preco        to csv_preco
           move preco_cm2    to csv_preco_cm2
           move dif_rel      to csv_dif_rel

           move spaces to linha_csv
           string function trim(nome)            delimited by size
                  ";"                             delimited by size
                  function trim(csv_dimensao)     delimited by size
                  ";"                             delimited by size
                  function trim(csv_preco)        delimited by size
                  ";"                             delimited by size
                  function trim(csv_preco_cm2)    delimited by size
                  ";"                             delimited by size
                  function trim(csv_dif_rel)      delimited by size
               into linha_csv
           end-string
           write linha_csv
           .
       grava-linha-csv-exit.
           exit.

      *-----------------------------------------------------------------
      * grava no historico a linha da pizza em "det_pizza"
       grava-linha-historico section.
           move codigo    to hi_codigo
           move nome      to hi_nome
           move preco_cm2 to hi_preco_cm2
           move dif_rel   to hi_dif_rel
           write hist_reg
           .
       grava-linha-historico-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida da segunda classificacao: relatorio
      * impresso agrupado por fornecedor, com quebra por codigo de
      * fornecedor, subtotal de cada grupo e a melhor compra geral
       gera-impresso section.
           if modo_simulacao = 'S'
               open output relsim
           else
               open output relimpr
           end-if

           accept dt_raw from date yyyymmdd
           move dt_raw to lc_dt

           move 0 to contador_linhas
           perform grava-cabecalho-impressao

           move 'S' to prim_grupo
           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return pizwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       move sp_registro to det_pizza
                       if prim_grupo = 'S'
                          or sp_fornec_key <> grp_codigo
                           if prim_grupo = 'N'
                               perform grava-subtotal-grupo
                           end-if
                           move 'N' to prim_grupo
                           move sp_fornec_key to grp_codigo
                           perform grava-cabecalho-grupo
                       end-if
                       add 1      to grp_qtd
                       add margem to grp_soma_margem
                       if grp_qtd = 1
                         or preco_cm2 < grp_melhor
                           move preco_cm2 to grp_melhor
                       end-if
                       perform grava-linha-detalhe
               end-return
           end-perform

           if prim_grupo = 'N'
               perform grava-subtotal-grupo
           end-if

           if win_nome not = spaces
               move win_nome to lv_pizza
               if win_fornec = 0
                   move "SEM FORNECEDOR" to lv_fornec
               else
                   move win_fornec to fo_codigo
                   read fornec record
                       invalid key
                           move "NAO CADASTRADO" to lv_fornec
                       not invalid key
                           move fo_nome to lv_fornec
                   end-read
               end-if
               move linha_vencedor to linha_impressao
               perform grava-linha-impressa
           end-if

           if modo_simulacao = 'S'
               close relsim
           else
               close relimpr
           end-if
           .
       gera-impresso-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o grupo do fornecedor "grp_codigo" no relatorio impresso
       grava-cabecalho-grupo section.
           move 0 to grp_qtd
           move 0 to grp_melhor
           move 0 to grp_soma_margem

           move grp_codigo to lfg_codigo
           if grp_codigo = 0
               move "SEM FORNECEDOR" to lfg_nome
           else
               move grp_codigo to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to lfg_nome
                   not invalid key
                       move fo_nome to lfg_nome
               end-read
           end-if
           move linha_forn_grp to linha_impressao
           perform grava-linha-impressa
           add 1 to contador_linhas
           .
       grava-cabecalho-grupo-exit.
           exit.

      *-----------------------------------------------------------------
      * fecha o grupo do fornecedor no relatorio impresso, com o melhor
      * preco por cm2 e a margem media das pizzas do grupo
       grava-subtotal-grupo section.
           if grp_qtd > 0
               move grp_melhor to lfs_melhor
               compute lfs_media rounded =
                       grp_soma_margem / grp_qtd
               move linha_forn_sub to linha_impressao
               perform grava-linha-impressa
               move spaces to linha_impressao
               perform grava-linha-impressa
               add 2 to contador_linhas
           end-if
           .
       grava-subtotal-grupo-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha de detalhe da pizza em "det_pizza" no relatorio
      * impresso, com quebra de pagina a cada 20 linhas
       grava-linha-detalhe section.
           if contador_linhas >= 20
               move 0 to contador_linhas
               perform grava-cabecalho-impressao
           end-if

           move spaces to linha_det
           move nome to ld_nome
           if formato = 'R'
               move "REDONDA"    to ld_formato
           else
               move "RETANGULAR" to ld_formato
           end-if
           perform formata-dimensao
           move dimensao_fmt to ld_dimensao
           move preco        to ld_preco
           move preco_cm2    to ld_preco_cm2
           move custo        to ld_custo
           move margem       to ld_margem

           move linha_det to linha_impressao
           perform grava-linha-impressa
           add 1 to contador_linhas
           .
       grava-linha-detalhe-exit.
           exit.

      *-----------------------------------------------------------------
      * escreve o cabecalho do relatorio impresso
       grava-cabecalho-impressao section.
           if modo_simulacao = 'S'
               move "*** SIMULACAO - precos nao gravados ***"
                 to linha_impressao
               perform grava-linha-impressa
           end-if
           move linha_cab1 to linha_impressao
           perform grava-linha-impressa
           move linha_cab2 to linha_impressao
           perform grava-linha-impressa
           move spaces to linha_impressao
           perform grava-linha-impressa
           .
       grava-cabecalho-impressao-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha montada em "linha_impressao" no relatorio real
      * (RELIMPR) ou no da simulacao (RELSIM), conforme o modo
       grava-linha-impressa section.
           if modo_simulacao = 'S'
               write linha_relsim from linha_impressao
           else
               write linha_impressao
           end-if
           .
       grava-linha-impressa-exit.
           exit.

      *-----------------------------------------------------------------
      * menu do controle de estoque de ingredientes
       controle-estoque section.
           move space to opcao_est

           perform until opcao_est = '9'
               display erase
               display "1 - Lancar entrada / ajuste / perda"
               display "2 - Baixar as vendas no estoque"
               display "3 - Relatorio de posicao de estoque"
               display "4 - Imprimir a folha de contagem fisica"
               display "5 - Digitar a contagem fisica"
               display "6 - Lancar a contagem no estoque"
               display "7 - Relatorio de variacao de consumo"
               display "8 - Previsao de preparo do dia"
               display "9 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_est

               evaluate opcao_est
                   when '1' perform lanca-movto-estoque
                   when '2' perform baixa-vendas-estoque
                   when '3' perform relatorio-estoque
                   when '4' perform imprime-folha-contagem
                   when '5' perform digita-contagem
                   when '6' perform lanca-contagem
                   when '7' perform relatorio-variacao-consumo
                   when '8' perform previsao-preparo
                   when '9' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       controle-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * lancamento de uma compra/recebimento (soma ao saldo) ou de um
      * ajuste de inventario (substitui o saldo) de um ingrediente; o
      * estoque minimo tambem pode ser revisto na mesma tela
       lanca-movto-estoque section.
           display erase
           display "Informe o codigo do ingrediente: "
           accept cod_ingrediente

           move cod_ingrediente to ig_codigo
           read ingred record
               invalid key
                   display "Ingrediente nao encontrado"
                   go to lanca-movto-estoque-exit
           end-read

           move cod_ingrediente to es_codigo
           perform bloqueia-estoq
           if bloqueio_ok = 'N'
               if fs_estoq = "51"
                   go to lanca-movto-estoque-exit
               end-if
               move cod_ingrediente to es_codigo
               move 0 to es_saldo
               move 0 to es_minimo
               move 0 to es_ponto_pedido
               write estoq_reg
                   invalid key
                       display "Erro ao criar o saldo do "
                               "ingrediente"
                       go to lanca-movto-estoque-exit
               end-write
               perform bloqueia-estoq
               if bloqueio_ok = 'N'
                   go to lanca-movto-estoque-exit
               end-if
           end-if

           move es_saldo to saldo_ed
           display "Ingrediente....: " ig_nome
           display "Saldo atual....: " saldo_ed " " ig_unidade

           move space to tipo_mov_estoque
           perform until tipo_mov_estoque = 'E'
                     or tipo_mov_estoque = 'A'
                     or tipo_mov_estoque = 'P'
               display "Movimento: 'E' entrada / 'A' ajuste de saldo"
                       " / 'P' perda"
               accept tipo_mov_estoque
           end-perform

           move 0 to qtde_mov_tmp
           perform until qtde_mov_tmp is numeric
               if tipo_mov_estoque = 'A'
                   display "Novo saldo (em " ig_unidade "): "
               else
                   display "Quantidade (em " ig_unidade "): "
               end-if
               accept qtde_mov_tmp
           end-perform

           move spaces to motivo_movto_diario
           if tipo_mov_estoque = 'E'
               display "Documento / motivo da entrada: "
               accept motivo_movto_diario
               if motivo_movto_diario = spaces
                   move "ENTRADA DE MERCADORIA" to motivo_movto_diario
               end-if
           else
               perform until motivo_movto_diario not = spaces
                   display "Motivo (obrigatorio): "
                   accept motivo_movto_diario
               end-perform
           end-if

           move es_saldo to saldo_ant_mov
           evaluate tipo_mov_estoque
               when 'E'
                   add qtde_mov_tmp to es_saldo
               when 'P'
                   subtract qtde_mov_tmp from es_saldo
               when other
                   move qtde_mov_tmp to es_saldo
           end-evaluate

           move es_minimo to saldo_ed
           display "Estoque minimo atual: " saldo_ed
           move 0 to minimo_tmp
           perform until minimo_tmp is numeric
               display "Novo estoque minimo (0 mantem o atual): "
               accept minimo_tmp
           end-perform
           if minimo_tmp > 0
               move minimo_tmp to es_minimo
           end-if

           move es_ponto_pedido to saldo_ed
           display "Ponto de pedido atual: " saldo_ed
           move 0 to ponto_tmp
           perform until ponto_tmp is numeric
               display "Novo ponto de pedido (0 mantem o atual): "
               accept ponto_tmp
           end-perform
           if ponto_tmp > 0
               move ponto_tmp to es_ponto_pedido
           end-if

           rewrite estoq_reg
               invalid key
                   display "Erro ao atualizar o saldo do ingrediente"
                   unlock estoq
                   go to lanca-movto-estoque-exit
           end-rewrite
           unlock estoq

           accept dt_movto_diario from date yyyymmdd
           move tipo_mov_estoque to tipo_movto_diario
           compute qtde_movto_diario = es_saldo - saldo_ant_mov
           perform grava-movto-estoque

           move es_saldo to saldo_ed
           display "Novo saldo.....: " saldo_ed " " ig_unidade
           display "Tecle <enter> para voltar"
           accept pausa
           .
       lanca-movto-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * baixa no estoque o consumo das vendas ainda nao processadas:
      * cada venda entre a data da ultima baixa (exclusive, guardada no
      * ESTCTL) e ontem (inclusive) e explodida pela receita da pizza e
      * as quantidades consumidas sao deduzidas dos saldos; as vendas
      * de hoje ficam para a proxima rodada (o dia ainda esta aberto) e
      * lancamentos retroativos que cairam dentro do periodo ja baixado
      * sao contados e avisados, para ajuste manual do saldo; a data da
      * ultima baixa fica presa no CONTRL durante toda a rodada
       baixa-vendas-estoque section.
           display erase
           perform bloqueia-controle-baixa
           if bloqueio_ok = 'N'
               display "Baixa das vendas nao realizada"
               display "Tecle <enter> para voltar"
               accept pausa
               go to baixa-vendas-estoque-exit
           end-if

           open input vendas
           if fs_vendas = "35"
               unlock contrl
               display "Nenhuma venda registrada ate agora"
               display "Tecle <enter> para voltar"
               accept pausa
               go to baixa-vendas-estoque-exit
           end-if

           move 0 to ct_vendas_baixadas
           move 0 to ct_vendas_sem_receita
           move 0 to ct_vendas_hoje
           move 0 to ct_vendas_puladas

           accept dt_raw from date yyyymmdd
           compute dt_raw = function date-of-integer(
                   function integer-of-date(dt_raw) - 1)
           move dt_raw to dt_ontem_ed

           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       if vd_dt > ctl_dt_baixa
                           if vd_dt > dt_ontem_ed
                               add 1 to ct_vendas_hoje
                           else
                               perform prepara-baixa-venda
                               perform baixa-uma-venda
                           end-if
                       else
                           add 1 to ct_vendas_puladas
                       end-if
               end-read
           end-perform
           close vendas

           if dt_ontem_ed > ctl_dt_baixa
               move dt_ontem_ed to ctl_dt_baixa
           end-if
           perform grava-controle-baixa

           move ct_vendas_baixadas to mov_total_ed
           display "Vendas baixadas no estoque..: " mov_total_ed
           move ct_vendas_sem_receita to mov_total_ed
           display "Vendas de pizza sem receita.: " mov_total_ed
           move ct_vendas_hoje to mov_total_ed
           display "Vendas de hoje (proxima baixa): " mov_total_ed
           if ct_vendas_puladas > 0
               move ct_vendas_puladas to mov_total_ed
               display "ATENCAO: " mov_total_ed " venda(s) retroativas"
               display "dentro do periodo ja baixado; o consumo delas"
               display "nao foi deduzido - ajuste o saldo manualmente"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       baixa-vendas-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * deduz do estoque o consumo da venda que acabou de ser lida:
      * cada item da receita da pizza vendida baixa a quantidade do
      * item vezes a quantidade vendida (ingrediente sem saldo ganha um
      * registro zerado, que fica negativo ate a entrada da compra); na
      * pizza meio a meio cada sabor baixa metade da sua receita e os
      * adicionais do item baixam a porcao de cada ingrediente
       baixa-uma-venda section.
           perform carrega-item-venda
           move 'N' to achou_receita

           if it_codigo2 = 0
               move 1   to fator_receita
           else
               move 0,5 to fator_receita
           end-if
           move it_codigo to cod_receita
           perform baixa-receita-sabor
           if it_codigo2 > 0
               move it_codigo2 to cod_receita
               perform baixa-receita-sabor
           end-if

           perform varying ix_extra from 1 by 1
                     until ix_extra > it_qtd_extras
               move it_ex_ingred(ix_extra) to ig_codigo
               read ingred record
                   invalid key
                       continue
                   not invalid key
                       if ig_porcao_extra is not numeric
                           move 0 to ig_porcao_extra
                       end-if
                       move ig_codigo to cod_ingrediente
                       compute qtde_baixa = ig_porcao_extra * vd_qtde
                           on size error
                               display "Erro: consumo do adicional "
                                       ig_codigo " fora da faixa"
                       end-compute
                       perform consome-ingrediente
               end-read
           end-perform

           if achou_receita = 'S'
               add 1 to ct_vendas_baixadas
           else
               add 1 to ct_vendas_sem_receita
           end-if
           .
       baixa-uma-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * percorre a receita da pizza "cod_receita" baixando cada item na
      * proporcao "fator_receita" (1 = pizza inteira, 0,5 = meia)
       baixa-receita-sabor section.
           move 'N' to fim_receita

           move cod_receita to re_codigo
           move 0           to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start

           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_codigo <> cod_receita
                           move 'S' to fim_receita
                       else
                           move 'S' to achou_receita
                           perform baixa-item-receita
                       end-if
               end-read
           end-perform
           .
       baixa-receita-sabor-exit.
           exit.

      *-----------------------------------------------------------------
      * baixa no saldo do ingrediente o consumo do item de receita que
      * acabou de ser lido ("re_ingred" e "re_qtde"), para a quantidade
      * vendida em "vd_qtde" e a proporcao do sabor em "fator_receita"
       baixa-item-receita section.
           move re_ingred to cod_ingrediente
           compute qtde_baixa rounded =
                   re_qtde * vd_qtde * fator_receita
               on size error
                   display "Erro: consumo do ingrediente "
                           re_ingred " fora da faixa"
           end-compute
           perform consome-ingrediente
           .
       baixa-item-receita-exit.
           exit.

      *-----------------------------------------------------------------
      * destino do consumo "qtde_baixa" do ingrediente
      * "cod_ingrediente" calculado pela explosao da venda: na baixa
      * das vendas sai do saldo; no relatorio de variacao soma no
      * consumo teorico do ingrediente; na previsao do preparo soma no
      * consumo das vendas ainda nao baixadas
       consome-ingrediente section.
           evaluate destino_consumo
               when 'T'
                   perform localiza-consumo
                   if ix_cons > 0
                       add qtde_baixa to tc_teorico(ix_cons)
                   end-if
               when 'P'
                   perform localiza-consumo
                   if ix_cons > 0
                       add qtde_baixa to tc_pendente(ix_cons)
                   end-if
               when other
                   perform baixa-saldo-ingrediente
           end-evaluate
           .
       consome-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * dados do diario para a baixa da venda que acabou de ser lida:
      * o movimento leva a data da venda e o codigo da pizza
       prepara-baixa-venda section.
           move 'V' to tipo_movto_diario
           move vd_dt(1:4) to dtc_ano
           move vd_dt(6:2) to dtc_mes
           move vd_dt(9:2) to dtc_dia
           move dt_compacta_num to dt_movto_diario
           move spaces to motivo_movto_diario
           string "BAIXA DA VENDA - PIZZA " delimited by size
                  vd_codigo                 delimited by size
               into motivo_movto_diario
           end-string
           .
       prepara-baixa-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * grava no diario MOVEST o movimento do ingrediente em
      * "estoq_reg" (saldo ja atualizado): tipo, data e motivo vem de
      * "tipo_movto_diario", "dt_movto_diario" e "motivo_movto_diario"
      * e a quantidade, com sinal, de "qtde_movto_diario"
       grava-movto-estoque section.
           open extend movest
           if fs_movest = "35"
               open output movest
           end-if

           accept hr_raw from time
           move spaces              to movest_reg
           move dt_movto_diario     to me_dt
           move hr_hhmmss           to me_hora
           move es_codigo           to me_ingred
           move tipo_movto_diario   to me_tipo
           move qtde_movto_diario   to me_qtde
           move es_saldo            to me_saldo
           move operador_corrente   to me_operador
           move motivo_movto_diario to me_motivo
           write movest_reg
           close movest
           .
       grava-movto-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * deduz "qtde_baixa" do saldo do ingrediente "cod_ingrediente"
      * (ingrediente sem saldo ganha um registro zerado); o saldo preso
      * por outro terminal e esperado, porque a venda nao pode ficar
      * com parte da receita baixada
       baixa-saldo-ingrediente section.
           move cod_ingrediente to es_codigo
           move 'S' to espera_bloqueio
           perform bloqueia-estoq
           move 'N' to espera_bloqueio
           if bloqueio_ok = 'N'
               move cod_ingrediente to es_codigo
               move 0 to es_saldo
               move 0 to es_minimo
               move 0 to es_ponto_pedido
               compute es_saldo = es_saldo - qtde_baixa
                   on size error
                       display "Erro: saldo do ingrediente "
                               es_codigo " fora da faixa"
               end-compute
               write estoq_reg
                   invalid key
                       display "Erro ao criar o saldo do "
                               "ingrediente " es_codigo
               end-write
           else
               compute es_saldo = es_saldo - qtde_baixa
                   on size error
                       display "Erro: saldo do ingrediente "
                               es_codigo " fora da faixa"
               end-compute
               rewrite estoq_reg
                   invalid key
                       display "Erro ao atualizar o saldo do "
                               "ingrediente " es_codigo
               end-rewrite
               unlock estoq
           end-if

           compute qtde_movto_diario = 0 - qtde_baixa
           perform grava-movto-estoque
           .
       baixa-saldo-ingrediente-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de posicao de estoque: uma linha por ingrediente do
      * catalogo, com o saldo, o minimo e o aviso de abaixo do minimo;
      * gravado no arquivo RELEST e exibido na tela
       relatorio-estoque section.
           display erase
           open output relest
           accept dt_raw from date yyyymmdd
           move dt_raw to lec_dt
           move linha_est_cab1 to linha_estoque
           write linha_estoque
           move linha_est_cab2 to linha_estoque
           write linha_estoque
           move spaces to linha_estoque
           write linha_estoque
           display linha_est_cab2

           move 0   to ct_abaixo_minimo
           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
                       perform monta-linha-estoque
               end-read
           end-perform

           move spaces to linha_estoque
           write linha_estoque
           move ct_abaixo_minimo to mov_total_ed
           move spaces to linha_estoque
           string "INGREDIENTES ABAIXO DO MINIMO: "
                                      delimited by size
                  mov_total_ed        delimited by size
               into linha_estoque
           end-string
           write linha_estoque
           display linha_estoque

           close relest
           display "Relatorio gravado no arquivo RELEST"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * folha de contagem fisica: todos os ingredientes, com o espaco
      * para a quantidade contada; o saldo do sistema nao aparece, para
      * que a contagem seja feita as cegas
       imprime-folha-contagem section.
           display erase
           open output relcont
           accept dt_raw from date yyyymmdd
           move dt_raw to lcc_dt
           move linha_cont_cab1 to linha_contagem
           write linha_contagem
           move spaces to linha_contagem
           write linha_contagem
           move linha_cont_cab2 to linha_contagem
           write linha_contagem
           move spaces to linha_contagem
           write linha_contagem

           move 0   to ct_contagens
           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
                       move ig_codigo  to lcd_codigo
                       move ig_nome    to lcd_nome
                       move ig_unidade to lcd_unidade
                       move linha_cont_det to linha_contagem
                       write linha_contagem
                       move spaces to linha_contagem
                       write linha_contagem
                       add 1 to ct_contagens
               end-read
           end-perform

           close relcont
           move ct_contagens to mov_total_ed
           display "Folha de contagem com " mov_total_ed
                   " ingrediente(s) gravada no arquivo RELCONT"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       imprime-folha-contagem-exit.
           exit.

      *-----------------------------------------------------------------
      * digitacao das quantidades contadas, ingrediente a ingrediente;
      * as contagens ficam no CONTAG ate serem lancadas no estoque
       digita-contagem section.
           display erase
           open extend contag
           if fs_contag = "35"
               open output contag
           end-if

           move 0 to ct_contagens
           move 1 to cod_ingrediente
           perform until cod_ingrediente = 0
               display "Codigo do ingrediente (0 = encerrar): "
               accept cod_ingrediente
               if cod_ingrediente is not numeric
                   move 1 to cod_ingrediente
               end-if
               if cod_ingrediente > 0
                   perform digita-uma-contagem
               end-if
           end-perform

           close contag
           move ct_contagens to mov_total_ed
           display "Contagens digitadas: " mov_total_ed
           display "Tecle <enter> para voltar"
           accept pausa
           .
       digita-contagem-exit.
           exit.

      *-----------------------------------------------------------------
      * quantidade contada do ingrediente "cod_ingrediente"
       digita-uma-contagem section.
           move cod_ingrediente to ig_codigo
           read ingred record
               invalid key
                   display "Ingrediente nao encontrado"
                   go to digita-uma-contagem-exit
           end-read

           display "Ingrediente: " ig_nome
           move 0 to qtde_contada_tmp
           display "Quantidade contada (em " ig_unidade "): "
           accept qtde_contada_tmp
           perform until qtde_contada_tmp is numeric
               display "Quantidade invalida, informe novamente: "
               accept qtde_contada_tmp
           end-perform

           accept dt_raw from date yyyymmdd
           move spaces            to contag_reg
           move ig_codigo         to cg_codigo
           move qtde_contada_tmp  to cg_qtde
           move dt_raw            to cg_dt
           move operador_corrente to cg_operador
           write contag_reg
           add 1 to ct_contagens
           .
       digita-uma-contagem-exit.
           exit.

      *-----------------------------------------------------------------
      * lancamento da contagem digitada: o saldo de cada ingrediente
      * contado passa a ser a quantidade contada e a diferenca vai para
      * o diario como ajuste de contagem ('C'); as vendas ate ontem
      * precisam estar baixadas, senao a baixa seguinte deduziria de
      * novo o que ja saiu da prateleira antes da contagem (a data da
      * ultima baixa fica presa no CONTRL durante o lancamento); a
      * contagem que nao pode ser lancada continua no CONTAG
       lanca-contagem section.
           display erase
           perform bloqueia-controle-baixa
           if bloqueio_ok = 'N'
               display "Contagem nao lancada"
               display "Tecle <enter> para voltar"
               accept pausa
               go to lanca-contagem-exit
           end-if
           accept dt_raw from date yyyymmdd
           compute dt_raw = function date-of-integer(
                   function integer-of-date(dt_raw) - 1)
           move dt_raw to dt_ontem_ed
           if ctl_dt_baixa < dt_ontem_ed
               unlock contrl
               display "Ha vendas ate " dt_ontem_ed " ainda nao "
                       "baixadas no estoque;"
               display "baixe as vendas antes de lancar a contagem"
               display "Tecle <enter> para voltar"
               accept pausa
               go to lanca-contagem-exit
           end-if

           open input contag
           if fs_contag = "35"
               unlock contrl
               display "Nenhuma contagem digitada"
               display "Tecle <enter> para voltar"
               accept pausa
               go to lanca-contagem-exit
           end-if

           display "Confirma o lancamento da contagem? (S/N)"
           accept resposta
           if resposta <> 'S' and resposta <> 's'
               move 'N' to resposta
               close contag
               unlock contrl
               display "Lancamento cancelado"
               go to lanca-contagem-exit
           end-if
           move 'N' to resposta

           open output contpend
           move 0   to ct_contagens
           move 0   to ct_diferencas
           move 0   to ct_contagens_pend
           move 'N' to fim_contag
           perform until fim_contag = 'S'
               read contag
                   at end
                       move 'S' to fim_contag
                   not at end
                       perform lanca-uma-contagem
                       if contagem_lancada = 'N'
                           write contpend_reg from contag_reg
                           add 1 to ct_contagens_pend
                       end-if
               end-read
           end-perform
           close contag
           close contpend
           unlock contrl

      * a contagem lancada sai do CONTAG, que fica so com as que nao
      * puderam ser lancadas
           perform regrava-contagem-pendente

           move ct_contagens to mov_total_ed
           display "Contagens lancadas.........: " mov_total_ed
           move ct_diferencas to mov_total_ed
           display "Ingredientes com diferenca.: " mov_total_ed
           if ct_contagens_pend > 0
               move ct_contagens_pend to mov_total_ed
               display "ATENCAO: " mov_total_ed " contagem(ns) nao "
                       "lancada(s) continuam no CONTAG;"
               display "lance a contagem de novo"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       lanca-contagem-exit.
           exit.

      *-----------------------------------------------------------------
      * lanca no saldo a contagem lida em "contag_reg";
      * "contagem_lancada" volta 'N' se o saldo nao foi atualizado
       lanca-uma-contagem section.
           move 'N' to contagem_lancada
           move cg_codigo to es_codigo
           perform bloqueia-estoq
           if bloqueio_ok = 'N'
               if fs_estoq = "51"
                   display "Contagem do ingrediente " cg_codigo
                           " nao lancada (registro em uso)"
                   go to lanca-uma-contagem-exit
               end-if
               move cg_codigo to es_codigo
               move 0 to es_saldo
               move 0 to es_minimo
               move 0 to es_ponto_pedido
               write estoq_reg
                   invalid key
                       display "Erro ao criar o saldo do "
                               "ingrediente " cg_codigo
                       go to lanca-uma-contagem-exit
               end-write
               perform bloqueia-estoq
               if bloqueio_ok = 'N'
                   go to lanca-uma-contagem-exit
               end-if
           end-if

           move es_saldo to saldo_ant_mov
           move cg_qtde  to es_saldo
           rewrite estoq_reg
               invalid key
                   display "Erro ao atualizar o saldo do "
                           "ingrediente " cg_codigo
                   unlock estoq
                   go to lanca-uma-contagem-exit
           end-rewrite
           unlock estoq
           move 'S' to contagem_lancada

           add 1 to ct_contagens
           compute qtde_movto_diario = es_saldo - saldo_ant_mov
           if qtde_movto_diario <> 0
               add 1 to ct_diferencas
           end-if
           accept dt_movto_diario from date yyyymmdd
           move 'C' to tipo_movto_diario
           move "CONTAGEM FISICA" to motivo_movto_diario
           perform grava-movto-estoque
           .
       lanca-uma-contagem-exit.
           exit.

      *-----------------------------------------------------------------
      * refaz o CONTAG so com as contagens nao lancadas, guardadas no
      * CONTPEND durante o lancamento
       regrava-contagem-pendente section.
           open output contag
           if ct_contagens_pend = 0
               close contag
               go to regrava-contagem-pendente-exit
           end-if

           open input contpend
           move 'N' to fim_contag
           perform until fim_contag = 'S'
               read contpend
                   at end
                       move 'S' to fim_contag
                   not at end
                       write contag_reg from contpend_reg
               end-read
           end-perform
           close contpend
           close contag
           .
       regrava-contagem-pendente-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de variacao de consumo do periodo: para cada
      * ingrediente, o consumo teorico (vendas do periodo explodidas
      * pelas receitas) contra o consumo real (saidas do periodo no
      * diario MOVEST: baixas, perdas, ajustes e contagens), com a
      * diferenca
      * valorizada pelo preco do ingrediente, da maior para a menor; o
      * periodo vai no maximo ate a data da ultima baixa das vendas,
      * porque as vendas seguintes ainda nao sairam do estoque
       relatorio-variacao-consumo section.
           display erase
           perform bloqueia-controle-baixa
           if bloqueio_ok = 'N'
               display "Relatorio de variacao nao gerado"
               display "Tecle <enter> para voltar"
               accept pausa
               go to relatorio-variacao-consumo-exit
           end-if
           unlock contrl
           if ctl_dt_baixa = "0000/00/00"
               display "Nenhuma venda baixada no estoque ate agora"
               display "Tecle <enter> para voltar"
               accept pausa
               go to relatorio-variacao-consumo-exit
           end-if
           move ctl_dt_baixa(1:4) to dtc_ano
           move ctl_dt_baixa(6:2) to dtc_mes
           move ctl_dt_baixa(9:2) to dtc_dia

           display "Vendas baixadas no estoque ate " ctl_dt_baixa
           display "Data inicial do periodo (AAAAMMDD): "
           accept dt_ini_rel
           display "Data final do periodo (AAAAMMDD, 0 = ultima "
                   "baixa): "
           accept dt_fim_rel
           if dt_fim_rel = 0
               move dt_compacta_num to dt_fim_rel
           end-if
           if dt_fim_rel > dt_compacta_num
               move dt_compacta_num to dt_fim_rel
               display "Data final limitada a ultima baixa: "
                       ctl_dt_baixa
           end-if
           if dt_fim_rel < dt_ini_rel
               display "Periodo invalido: data final anterior a inicial"
               go to relatorio-variacao-consumo-exit
           end-if
           move dt_ini_rel to dt_ini_ed
           move dt_fim_rel to dt_fim_ed

           display "Apurando o consumo do periodo..."
           perform carrega-tabela-consumo
           perform apura-consumo-real
           perform apura-consumo-teorico

           move 'N' to cons_tem_dados
           move 0   to cons_tot_valor
           sort conswk on descending key sw_valor
               input procedure is variacao-seleciona
               output procedure is variacao-gera

           if cons_tem_dados = 'N'
               display "Nenhum consumo no periodo"
           else
               display "Relatorio gravado no arquivo RELCONS"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-variacao-consumo-exit.
           exit.

      *-----------------------------------------------------------------
      * carrega na tabela de consumo todos os ingredientes do cadastro,
      * com os acumuladores zerados
       carrega-tabela-consumo section.
           initialize tabela_consumo
           move 0   to qtd_tab_consumo
           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
                   at end
                       move 'S' to fim_ingred
                   not at end
                       if qtd_tab_consumo < max_tab_consumo
                           add 1 to qtd_tab_consumo
                           move ig_codigo
                             to tc_codigo(qtd_tab_consumo)
                           move ig_nome
                             to tc_nome(qtd_tab_consumo)
                           move ig_unidade
                             to tc_unidade(qtd_tab_consumo)
                           move ig_preco_unit
                             to tc_preco(qtd_tab_consumo)
                           move 'N'
                             to tc_tem_mov(qtd_tab_consumo)
                       end-if
               end-read
           end-perform
           .
       carrega-tabela-consumo-exit.
           exit.

      *-----------------------------------------------------------------
      * devolve em "ix_cons" a posicao do ingrediente "cod_ingrediente"
      * na tabela de consumo (zero quando nao esta la)
       localiza-consumo section.
           move 0 to ix_cons
           perform varying ix_busca_cons from 1 by 1
                     until ix_busca_cons > qtd_tab_consumo
                        or ix_cons > 0
               if tc_codigo(ix_busca_cons) = cod_ingrediente
                   move ix_busca_cons to ix_cons
               end-if
           end-perform
           .
       localiza-consumo-exit.
           exit.

      *-----------------------------------------------------------------
      * consumo real do periodo pelo diario: soma das saidas de cada
      * ingrediente nos movimentos com data dentro do periodo; os
      * saldos do diario nao entram, porque seguem a ordem do
      * lancamento e a baixa das vendas entra com a data da venda
       apura-consumo-real section.
           open input movest
           if fs_movest = "35"
               go to apura-consumo-real-exit
           end-if

           move 'N' to fim_movest
           perform until fim_movest = 'S'
               read movest
                   at end
                       move 'S' to fim_movest
                   not at end
                       move me_ingred to cod_ingrediente
                       perform localiza-consumo
                       if ix_cons > 0
                           perform acumula-movto-real
                       end-if
               end-read
           end-perform
           close movest
           .
       apura-consumo-real-exit.
           exit.

      *-----------------------------------------------------------------
      * soma no consumo real do ingrediente "ix_cons" o movimento lido
      * do diario, se e do periodo e nao e entrada de compra: baixa de
      * venda ('V'), perda ('P'), ajuste ('A') ou contagem ('C'); o
      * movimento que aumenta o saldo diminui o consumo
       acumula-movto-real section.
           if me_dt < dt_ini_rel or me_dt > dt_fim_rel
               go to acumula-movto-real-exit
           end-if
           if me_tipo <> 'V' and me_tipo <> 'P'
              and me_tipo <> 'A' and me_tipo <> 'C'
               go to acumula-movto-real-exit
           end-if

           move 'S' to tc_tem_mov(ix_cons)
           subtract me_qtde from tc_real(ix_cons)
               on size error
                   display "Erro: consumo do ingrediente "
                           me_ingred " fora da faixa"
           end-subtract
           .
       acumula-movto-real-exit.
           exit.

      *-----------------------------------------------------------------
      * consumo teorico: as vendas do periodo passam pela mesma
      * explosao da baixa de estoque, somando na tabela em vez de
      * baixar o saldo
       apura-consumo-teorico section.
           open input vendas
           if fs_vendas = "35"
               go to apura-consumo-teorico-exit
           end-if

           move 'T' to destino_consumo
           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       if vd_dt >= dt_ini_ed and vd_dt <= dt_fim_ed
                           perform baixa-uma-venda
                       end-if
               end-read
           end-perform
           move 'B' to destino_consumo
           close vendas
           .
       apura-consumo-teorico-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada da variacao: libera os ingredientes com
      * consumo teorico ou movimento no diario
       variacao-seleciona section.
           perform varying ix_cons from 1 by 1
                     until ix_cons > qtd_tab_consumo
               if tc_tem_mov(ix_cons) = 'S' or tc_teorico(ix_cons) > 0
                   move tc_codigo(ix_cons)  to sw_codigo
                   move tc_nome(ix_cons)    to sw_nome
                   move tc_unidade(ix_cons) to sw_unidade
                   move tc_teorico(ix_cons) to sw_teorico
                   move tc_real(ix_cons)    to sw_real
                   compute sw_variacao = sw_real - sw_teorico
                   compute sw_valor rounded =
                           sw_variacao * tc_preco(ix_cons)
                       on size error
                           move 0 to sw_valor
                   end-compute
                   release sort_cons_reg
               end-if
           end-perform
           .
       variacao-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida da variacao: uma linha por ingrediente,
      * da maior perda valorizada para a menor, e o total do periodo
       variacao-gera section.
           open output relcons
           move dt_ini_ed to lcv_dt_ini
           move dt_fim_ed to lcv_dt_fim
           move ctl_dt_baixa to lcv_dt_baixa
           move linha_cons_cab1 to linha_consumo_var
           write linha_consumo_var
           move linha_cons_cab2 to linha_consumo_var
           write linha_consumo_var
           move spaces to linha_consumo_var
           write linha_consumo_var
           display linha_cons_cab2
           move 0 to contador_tela

           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return conswk
                   at end
                       move 'S' to fim_sort
                   not at end
                       perform variacao-linha
               end-return
           end-perform

           move spaces to linha_consumo_var
           write linha_consumo_var
           move cons_tot_valor to valor_cons_ed
           move spaces to linha_consumo_var
           string "VARIACAO TOTAL VALORIZADA: " delimited by size
                  valor_cons_ed                  delimited by size
               into linha_consumo_var
           end-string
           write linha_consumo_var
           display linha_consumo_var
           close relcons
           .
       variacao-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha do ingrediente devolvido pela classificacao
       variacao-linha section.
           move 'S' to cons_tem_dados
           add sw_valor to cons_tot_valor
           if sw_teorico > 0
               compute cons_perc rounded =
                       sw_variacao * 100 / sw_teorico
                   on size error
                       move 9999 to cons_perc
               end-compute
           else
               move 0 to cons_perc
           end-if

           move sw_codigo   to lcn_codigo
           move sw_nome     to lcn_nome
           move sw_unidade  to lcn_unidade
           move sw_teorico  to lcn_teorico
           move sw_real     to lcn_real
           move sw_variacao to lcn_variacao
           move sw_valor    to lcn_valor
           move cons_perc    to lcn_perc
           move linha_cons_det to linha_consumo_var
           write linha_consumo_var

           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           display linha_cons_det
           add 1 to contador_tela
           .
       variacao-linha-exit.
           exit.

      *-----------------------------------------------------------------
      * previsao de preparo para uma data informada, com a quantidade
      * de semanas de historico usada na media
       previsao-preparo section.
           display erase
           move 0 to dt_prep
           display "Data do preparo (AAAAMMDD, 0 = amanha): "
           accept dt_prep
           if dt_prep is not numeric or dt_prep = 0
               accept dt_raw from date yyyymmdd
               compute dt_prep = function date-of-integer(
                       function integer-of-date(dt_raw) + 1)
           end-if

           move 0 to semanas_prep
           display "Semanas de historico (0 = " semanas_padrao_prep
                   ", maximo " max_semanas_prep "): "
           accept semanas_prep
           if semanas_prep is not numeric or semanas_prep = 0
               move semanas_padrao_prep to semanas_prep
           end-if
           if semanas_prep > max_semanas_prep
               move max_semanas_prep to semanas_prep
           end-if

           display "Calculando a previsao..."
           perform gera-previsao-preparo

           display " "
           display "Pizzas com previsao.......: " ct_pizzas_prep
           display "Ingredientes em falta.....: " ct_faltas_prep
           display "Relatorio gravado no arquivo RELPREP"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       previsao-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * gera o RELPREP para a data "dt_prep" com a media das ultimas
      * "semanas_prep" semanas do mesmo dia da semana: cada pizza tem a
      * previsao em unidades (meio a meio conta meia para cada sabor),
      * cada ingrediente a necessidade pelas receitas contra o saldo
      * atual menos o consumo das vendas ainda nao baixadas; a
      * quantidade de ingredientes em falta fica em "ct_faltas_prep"
       gera-previsao-preparo section.
           move dt_prep to dt_prep_ed
           compute prep_dia = function mod(
                   function integer-of-date(dt_prep) - 1, 7) + 1
           perform varying ix_hist from 1 by 1
                     until ix_hist > semanas_prep
               compute dt_raw = function date-of-integer(
                       function integer-of-date(dt_prep)
                     - 7 * ix_hist)
               move dt_raw to dh_dt(ix_hist)
           end-perform

           perform carrega-tabela-preparo
           perform apura-historico-preparo
           perform calcula-previsao-preparo
           perform carrega-tabela-consumo
           perform explode-previsao-preparo
           perform apura-vendas-pendentes
           perform grava-relatorio-preparo
           .
       gera-previsao-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * carrega as pizzas do cadastro com a marca de promocao vigente
      * na data do preparo
       carrega-tabela-preparo section.
           initialize tabela_preparo
           move 0 to qtd_tab_prep

           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       if qtd_tab_prep < max_tab_prep
                           add 1 to qtd_tab_prep
                           move qtd_tab_prep to ix_prep
                           move pz_codigo to tp_codigo(ix_prep)
                           move pz_nome   to tp_nome(ix_prep)
                           move pz_preco  to tp_preco_base(ix_prep)
                           move dt_prep   to promo_data_num
                           perform verifica-promo-preparo
                           move promo_ativa_prep to tp_promo(ix_prep)
                       end-if
               end-read
           end-perform
           .
       carrega-tabela-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * "promo_ativa_prep" = 'S' quando alguma promocao baixa o preco
      * da pizza "ix_prep" da tabela na data "promo_data_num"
       verifica-promo-preparo section.
           move tp_codigo(ix_prep)     to codigo
           move tp_preco_base(ix_prep) to preco
           perform aplica-promocao
           if preco < tp_preco_base(ix_prep)
               move 'S' to promo_ativa_prep
           else
               move 'N' to promo_ativa_prep
           end-if
           .
       verifica-promo-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * soma as vendas das datas de historico por sabor, separando as
      * unidades vendidas com promocao vigente das vendidas sem
       apura-historico-preparo section.
           open input vendas
           if fs_vendas = "35"
               go to apura-historico-preparo-exit
           end-if

           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       move 0 to ix_hist_achado
                       perform varying ix_hist from 1 by 1
                                 until ix_hist > semanas_prep
                                    or ix_hist_achado > 0
                           if vd_dt = dh_dt(ix_hist)
                               move ix_hist to ix_hist_achado
                           end-if
                       end-perform
                       if ix_hist_achado > 0
                           perform acumula-historico-preparo
                       end-if
               end-read
           end-perform
           close vendas
           .
       apura-historico-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * credita a venda que acabou de ser lida nos sabores vendidos
       acumula-historico-preparo section.
           perform carrega-item-venda
           if it_codigo2 = 0
               move vd_qtde to qtde_credito_prep
               move it_codigo to cod_prep
               perform credita-sabor-preparo
           else
               compute qtde_credito_prep = vd_qtde / 2
               move it_codigo to cod_prep
               perform credita-sabor-preparo
               move it_codigo2 to cod_prep
               perform credita-sabor-preparo
           end-if
           .
       acumula-historico-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * soma "qtde_credito_prep" no sabor "cod_prep", do lado com ou sem
      * promocao conforme a data da venda; pizza que ja saiu do
      * cadastro nao entra na previsao
       credita-sabor-preparo section.
           move 0 to ix_prep
           perform varying ix_busca_prep from 1 by 1
                     until ix_busca_prep > qtd_tab_prep
                        or ix_prep > 0
               if tp_codigo(ix_busca_prep) = cod_prep
                   move ix_busca_prep to ix_prep
               end-if
           end-perform
           if ix_prep = 0
               go to credita-sabor-preparo-exit
           end-if

           move vd_dt(1:4) to dtc_ano
           move vd_dt(6:2) to dtc_mes
           move vd_dt(9:2) to dtc_dia
           move dt_compacta_num to promo_data_num
           perform verifica-promo-preparo
           if promo_ativa_prep = 'S'
               add qtde_credito_prep to tp_qtde_com(ix_prep)
           else
               add qtde_credito_prep to tp_qtde_sem(ix_prep)
           end-if
           .
       credita-sabor-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * previsao de cada pizza: media das semanas de historico, com as
      * vendas levadas para a condicao da data do preparo - com
      * promocao vigente, as unidades vendidas sem promocao ganham o
      * acrescimo padrao; sem promocao, as vendidas com promocao perdem
       calcula-previsao-preparo section.
           move 0 to ct_pizzas_prep
           perform varying ix_prep from 1 by 1
                     until ix_prep > qtd_tab_prep
               if tp_promo(ix_prep) = 'S'
                   compute tp_previsto(ix_prep) rounded =
                           (tp_qtde_com(ix_prep)
                          + tp_qtde_sem(ix_prep)
                          * (100 + acrescimo_promo_prep) / 100)
                         / semanas_prep
                       on size error
                           move 0 to tp_previsto(ix_prep)
                   end-compute
               else
                   compute tp_previsto(ix_prep) rounded =
                           (tp_qtde_sem(ix_prep)
                          + tp_qtde_com(ix_prep) * 100
                          / (100 + acrescimo_promo_prep))
                         / semanas_prep
                       on size error
                           move 0 to tp_previsto(ix_prep)
                   end-compute
               end-if
               if tp_previsto(ix_prep) > 0
                   add 1 to ct_pizzas_prep
               end-if
           end-perform
           .
       calcula-previsao-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * explode a previsao das pizzas pelas receitas, somando a
      * necessidade de cada ingrediente na tabela de consumo
       explode-previsao-preparo section.
           perform varying ix_prep from 1 by 1
                     until ix_prep > qtd_tab_prep
               if tp_previsto(ix_prep) > 0
                   perform explode-pizza-preparo
               end-if
           end-perform
           .
       explode-previsao-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * percorre a receita da pizza "ix_prep" da tabela
       explode-pizza-preparo section.
           move 'N' to fim_receita
           move tp_codigo(ix_prep) to re_codigo
           move 0                  to re_ingred
           start receit key not less re_chave
               invalid key
                   move 'S' to fim_receita
           end-start

           perform until fim_receita = 'S'
               read receit next record
                   at end
                       move 'S' to fim_receita
                   not at end
                       if re_codigo <> tp_codigo(ix_prep)
                           move 'S' to fim_receita
                       else
                           move re_ingred to cod_ingrediente
                           perform localiza-consumo
                           if ix_cons > 0
                               compute tc_teorico(ix_cons) rounded =
                                       tc_teorico(ix_cons)
                                     + re_qtde * tp_previsto(ix_prep)
                                   on size error
                                       display "Erro: necessidade do "
                                               "ingrediente " re_ingred
                                               " fora da faixa"
                               end-compute
                           end-if
                       end-if
               end-read
           end-perform
           .
       explode-pizza-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * consumo das vendas depois da data da ultima baixa (lida no
      * CONTRL; sem o controle fica a data ja carregada), pela mesma
      * explosao da baixa de estoque: ainda esta no saldo, mas a
      * pizza ja saiu
       apura-vendas-pendentes section.
           perform bloqueia-controle-baixa
           if bloqueio_ok = 'S'
               unlock contrl
           end-if

           open input vendas
           if fs_vendas = "35"
               go to apura-vendas-pendentes-exit
           end-if

           move 'P' to destino_consumo
           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       if vd_dt > ctl_dt_baixa
                           perform baixa-uma-venda
                       end-if
               end-read
           end-perform
           move 'B' to destino_consumo
           close vendas
           .
       apura-vendas-pendentes-exit.
           exit.

      *-----------------------------------------------------------------
      * grava o RELPREP: previsao por pizza e, por ingrediente, a
      * necessidade contra o saldo, com a falta destacada
       grava-relatorio-preparo section.
           open output relprep
           move dt_prep_ed to lpp_dt
           move dia_semana_nome(prep_dia) to lpp_dia
           move linha_prep_cab1 to linha_preparo
           write linha_preparo
           move semanas_prep         to semanas_prep_ed
           move acrescimo_promo_prep to acrescimo_prep_ed
           move spaces to linha_preparo
           string "BASE: MEDIA DAS ULTIMAS "   delimited by size
                  semanas_prep_ed             delimited by size
                  " SEMANA(S) NO MESMO DIA; PIZZA EM PROMOCAO: +"
                                              delimited by size
                  function trim(acrescimo_prep_ed)
                                              delimited by size
                  "%"                         delimited by size
               into linha_preparo
           end-string
           write linha_preparo
           move spaces to linha_preparo
           string "SALDOS DO ESTOQUE MENOS AS VENDAS DEPOIS DE "
                                              delimited by size
                  ctl_dt_baixa                delimited by size
                  " (AINDA NAO BAIXADAS)"     delimited by size
               into linha_preparo
           end-string
           write linha_preparo
           move spaces to linha_preparo
           write linha_preparo

           move linha_prep_cab_piz to linha_preparo
           write linha_preparo
           perform varying ix_prep from 1 by 1
                     until ix_prep > qtd_tab_prep
               if tp_previsto(ix_prep) > 0
                   move tp_codigo(ix_prep)   to lpz_codigo
                   move tp_nome(ix_prep)     to lpz_nome
                   move tp_previsto(ix_prep) to lpz_previsto
                   if tp_promo(ix_prep) = 'S'
                       move "PROMOCAO" to lpz_promo
                   else
                       move spaces     to lpz_promo
                   end-if
                   move linha_prep_piz to linha_preparo
                   write linha_preparo
               end-if
           end-perform

           move spaces to linha_preparo
           write linha_preparo
           move linha_prep_cab_ing to linha_preparo
           write linha_preparo
           if modo_lote = 'N'
               display linha_prep_cab_ing
           end-if
           move 0 to ct_faltas_prep
           perform varying ix_cons from 1 by 1
                     until ix_cons > qtd_tab_consumo
               if tc_teorico(ix_cons) > 0
                   perform grava-ingrediente-preparo
               end-if
           end-perform

           if ct_pizzas_prep = 0
               move spaces to linha_preparo
               write linha_preparo
               move "SEM VENDAS NAS DATAS DE HISTORICO" to linha_preparo
               write linha_preparo
           end-if
           close relprep
           .
       grava-relatorio-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * linha do ingrediente "ix_cons": necessidade, saldo (ja sem o
      * consumo das vendas nao baixadas) e falta
       grava-ingrediente-preparo section.
           move tc_teorico(ix_cons) to necessidade_prep
           move tc_codigo(ix_cons) to es_codigo
           read estoq record
               invalid key
                   move 0 to es_saldo
           end-read
           compute saldo_prep = es_saldo - tc_pendente(ix_cons)
               on size error
                   move 0 to saldo_prep
           end-compute

           move 0      to falta_prep
           move spaces to lpi_aviso
           if necessidade_prep > saldo_prep
               compute falta_prep = necessidade_prep - saldo_prep
                   on size error
                       move 9999999,999 to falta_prep
               end-compute
               move "FALTA" to lpi_aviso
               add 1 to ct_faltas_prep
           end-if

           move tc_codigo(ix_cons)  to lpi_codigo
           move tc_nome(ix_cons)    to lpi_nome
           move tc_unidade(ix_cons) to lpi_unidade
           move necessidade_prep    to lpi_necessario
           move saldo_prep          to lpi_saldo
           move falta_prep          to lpi_falta
           move linha_prep_ing to linha_preparo
           write linha_preparo
           if modo_lote = 'N' and falta_prep > 0
               display linha_prep_ing
           end-if
           .
       grava-ingrediente-preparo-exit.
           exit.

      *-----------------------------------------------------------------
      * monta e grava a linha de posicao do ingrediente que acabou de
      * ser lido; ingrediente sem registro de saldo sai zerado
       monta-linha-estoque section.
           move ig_codigo to es_codigo
           read estoq record
               invalid key
                   move 0 to es_saldo
                   move 0 to es_minimo
                   move 0 to es_ponto_pedido
           end-read

           move ig_codigo  to led_codigo
           move ig_nome    to led_nome
           move ig_unidade to led_unidade
           move es_saldo   to led_saldo
           move es_minimo  to led_minimo
           if es_minimo > 0 and es_saldo < es_minimo
               move "ABAIXO DO MINIMO" to led_situacao
               add 1 to ct_abaixo_minimo
           else
               move spaces to led_situacao
           end-if

           move linha_est_det to linha_estoque
           write linha_estoque
           display linha_est_det
           .
       monta-linha-estoque-exit.
           exit.

      *-----------------------------------------------------------------
      * sugestao de compra: os ingredientes com saldo abaixo do ponto
      * de pedido sao classificados por fornecedor e sai um pedido de
      * compra impresso por fornecedor (arquivos PEDCOM000..999)
       sugestao-compra section.
           display erase
           display "Gerando a sugestao de compra..."

           move 0 to ct_pedidos
           sort compwk on ascending key sc_fornec_key
               with duplicates in order
               input procedure is sele-compras
               output procedure is gera-pedidos

           if ct_pedidos = 0
               display "Nenhum ingrediente abaixo do ponto de pedido"
           else
               move ct_pedidos to mov_total_ed
               display "Pedidos de compra gerados: " mov_total_ed
               display "(um arquivo PEDCOMnnnnn por fornecedor)"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       sugestao-compra-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada da classificacao: percorre o catalogo
      * de ingredientes e libera os que estao com o saldo abaixo do
      * ponto de pedido, com a quantidade a comprar (a falta ate o
      * ponto) e o fornecedor de quem o ingrediente e comprado
       sele-compras section.
           move 'N' to fim_ingred
           move 0   to ig_codigo
           start ingred key not less ig_codigo
               invalid key
                   move 'S' to fim_ingred
           end-start
           perform until fim_ingred = 'S'
               read ingred next record
                   at end
                       move 'S' to fim_ingred
                   not at end
      * ingredientes gravados antes do campo de fornecedor chegam com
      * o campo em branco; valem como sem fornecedor (0)
                       if ig_fornec is not numeric
                           move 0 to ig_fornec
                       end-if
                       move ig_codigo to es_codigo
                       read estoq record
                           invalid key
                               continue
                           not invalid key
                               if es_ponto_pedido > 0
                                  and es_saldo < es_ponto_pedido
                                   move ig_fornec      to sc_fornec_key
                                   move ig_codigo      to sc_codigo
                                   move ig_nome        to sc_nome
                                   move ig_unidade     to sc_unidade
                                   move ig_preco_unit  to sc_preco_unit
                                   compute sc_qtde =
                                           es_ponto_pedido - es_saldo
                                       on size error
                                           move 999999,999 to sc_qtde
                                   end-compute
                                   release sort_comp_reg
                               end-if
                       end-read
               end-read
           end-perform
           .
       sele-compras-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida da classificacao: quebra por fornecedor,
      * abrindo um arquivo de pedido por grupo, com os itens, a taxa de
      * entrega do fornecedor e o total do pedido
       gera-pedidos section.
           move 'S' to prim_pedido
           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return compwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       if prim_pedido = 'S'
                          or sc_fornec_key <> ped_fornec
                           if prim_pedido = 'N'
                              and pedcom_aberto = 'S'
                               perform fecha-pedido-compra
                           end-if
                           move 'N' to prim_pedido
                           move sc_fornec_key to ped_fornec
                           perform abre-pedido-compra
                       end-if
                       if pedcom_aberto = 'S'
                           perform grava-item-pedido
                       end-if
               end-return
           end-perform

           if prim_pedido = 'N' and pedcom_aberto = 'S'
               perform fecha-pedido-compra
           end-if
           .
       gera-pedidos-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o arquivo do pedido do fornecedor "ped_fornec", com o
      * numero tirado do controle compartilhado, e grava o cabecalho; a
      * taxa de entrega do fornecedor fica em "ped_taxa"
       abre-pedido-compra section.
           move "PEDCOM"     to seq_nome
           move ultimo_pccab to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               move 'N' to pedcom_aberto
               display "Pedido de compra do fornecedor " ped_fornec
                       " nao gerado"
               go to abre-pedido-compra-exit
           end-if
           move seq_proximo  to ultimo_pccab
           move ultimo_pccab to num_pedcom

           move spaces to nome_arq_pedido
           string "PEDCOM"    delimited by size
                  num_pedcom  delimited by size
               into nome_arq_pedido
           end-string
           open output pedcom

           accept dt_raw from date yyyymmdd
           move num_pedcom to lpc_numero
           move dt_raw to lpc_dt
           move linha_ped_cab1 to linha_pedido
           write linha_pedido

           move ped_fornec to lfg_codigo
           if ped_fornec = 0
               move "SEM FORNECEDOR" to lfg_nome
               move 0                to ped_taxa
           else
               move ped_fornec to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to lfg_nome
                       move 0                to ped_taxa
                   not invalid key
                       move fo_nome         to lfg_nome
                       move fo_taxa_entrega to ped_taxa
               end-read
           end-if
           move linha_forn_grp to linha_pedido
           write linha_pedido
           move spaces to linha_pedido
           write linha_pedido
           move linha_ped_cab2 to linha_pedido
           write linha_pedido

      * o cabecalho do pedido fica montado e e gravado no PCCAB com o
      * total, no fechamento do pedido
           initialize pccab_reg
           move num_pedcom to pk_numero
           move ped_fornec to pk_fornec
           move dt_raw     to pk_dt
           move ped_taxa   to pk_taxa
           move 'A'        to pk_status

           move 0   to ped_total
           move 'S' to pedcom_aberto
           add 1    to ct_pedidos
           display "Pedido de compra " num_pedcom " - fornecedor "
                   ped_fornec " (arquivo " nome_arq_pedido ")"
           .
       abre-pedido-compra-exit.
           exit.

      *-----------------------------------------------------------------
      * grava um item no pedido de compra corrente e acumula o valor
       grava-item-pedido section.
           move sc_codigo     to lpd_codigo
           move sc_nome       to lpd_nome
           move sc_unidade    to lpd_unidade
           move sc_qtde       to lpd_qtde
           move sc_preco_unit to lpd_preco
           compute lpd_valor = sc_qtde * sc_preco_unit
               on size error
                   move 0 to lpd_valor
           end-compute
           compute ped_total = ped_total
                             + sc_qtde * sc_preco_unit
               on size error
                   display "Erro: total do pedido fora da faixa"
           end-compute
           move linha_ped_det to linha_pedido
           write linha_pedido

           move num_pedcom    to pi_numero
           move sc_codigo     to pi_ingred
           move sc_qtde       to pi_qtde
           move sc_preco_unit to pi_preco
           move 0             to pi_qtde_receb
           move 0             to pi_preco_pago
           write pcitem_reg
               invalid key
                   display "Erro ao gravar o item " sc_codigo
                           " do pedido de compra " num_pedcom
           end-write
           .
       grava-item-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * fecha o pedido de compra corrente: taxa de entrega e total
       fecha-pedido-compra section.
           move spaces to linha_pedido
           write linha_pedido
           move ped_taxa to lpt_taxa
           move linha_ped_taxa to linha_pedido
           write linha_pedido
           compute lpt_total = ped_total + ped_taxa
               on size error
                   move 0 to lpt_total
           end-compute
           move linha_ped_tot to linha_pedido
           write linha_pedido
           close pedcom

           compute pk_total = ped_total + ped_taxa
               on size error
                   move 0 to pk_total
           end-compute
           write pccab_reg
               invalid key
                   display "Erro ao gravar o pedido de compra "
                           num_pedcom
           end-write
           .
       fecha-pedido-compra-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de compras: entrada das notas fiscais dos fornecedores
      * contra os pedidos de compra e contas a pagar
       menu-compras section.
           move space to opcao_cp

           perform until opcao_cp = '5'
               display erase
               display "1 - Entrada de nota fiscal de fornecedor"
               display "2 - Registrar pagamento de titulo"
               display "3 - Contas a pagar por fornecedor (atraso)"
               display "4 - Titulos que vencem nesta semana"
               display "5 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_cp

               evaluate opcao_cp
                   when '1' perform entra-nota-fornecedor
                   when '2' perform paga-titulo
                   when '3' perform relatorio-contas-pagar
                   when '4' perform vencimentos-semana
                   when '5' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-compras-exit.
           exit.

      *-----------------------------------------------------------------
      * entrada da nota fiscal do fornecedor contra o pedido de compra:
      * para cada item do pedido sao informados a quantidade recebida e
      * o preco cobrado; confirmada a nota, os itens entram no estoque,
      * as divergencias vao para a conferencia RELNF e o valor da nota
      * vira um titulo a pagar
       entra-nota-fornecedor section.
           display erase
           move 0 to num_pedcom
           display "Numero do pedido de compra: "
           accept num_pedcom
           if num_pedcom is not numeric or num_pedcom = 0
               display "Numero de pedido invalido"
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if

           move num_pedcom to pk_numero
           perform bloqueia-pccab
           if bloqueio_ok = 'N'
               if fs_pccab not = "51"
                   display "Pedido de compra nao encontrado"
               end-if
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if
           if pk_status <> 'A'
               display "Pedido de compra ja recebido pela nota "
                       pk_nota
               unlock pccab
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if

           if pk_fornec = 0
               move "SEM FORNECEDOR" to nome_fornec_nota
           else
               move pk_fornec to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to nome_fornec_nota
                   not invalid key
                       move fo_nome to nome_fornec_nota
               end-read
           end-if
           move pk_dt to dt_nota_ed
           display "Fornecedor.....: " pk_fornec " " nome_fornec_nota
           display "Data do pedido.: " dt_nota_ed

           perform carrega-itens-nota
           if qtd_itens_nota = 0
               display "Pedido de compra sem itens"
               unlock pccab
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if

           move 0 to nf_numero_tmp
           perform until nf_numero_tmp is numeric
                     and nf_numero_tmp > 0
               display "Numero da nota fiscal: "
               accept nf_numero_tmp
           end-perform

           move 0 to dt_emissao_nf
           display "Data de emissao da nota (AAAAMMDD, 0 = hoje): "
           accept dt_emissao_nf
           if dt_emissao_nf is not numeric or dt_emissao_nf = 0
               accept dt_emissao_nf from date yyyymmdd
           end-if

           move 0 to dt_venc_nf
           display "Vencimento (AAAAMMDD, 0 = " prazo_padrao_pagar
                   " dias da emissao): "
           accept dt_venc_nf
           if dt_venc_nf is not numeric or dt_venc_nf = 0
               compute dt_venc_nf = function date-of-integer(
                       function integer-of-date(dt_emissao_nf)
                     + prazo_padrao_pagar)
           end-if
           if dt_venc_nf < dt_emissao_nf
               display "Vencimento anterior a emissao da nota"
               unlock pccab
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if

           display "Informe, item a item, o que veio na nota"
           move 0 to total_nota
           perform varying ix_nota from 1 by 1
                     until ix_nota > qtd_itens_nota
               perform digita-item-nota
           end-perform

           move pk_taxa to preco_unit_ed
           display " "
           display "Taxa de entrega do pedido: " preco_unit_ed
           move 0 to taxa_nota_tmp
           display "Taxa de entrega cobrada na nota: "
           accept taxa_nota_tmp
           perform until taxa_nota_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept taxa_nota_tmp
           end-perform
           add taxa_nota_tmp to total_nota
               on size error
                   display "Erro: total da nota fora da faixa"
           end-add

           move total_nota to valor_nota_ed
           display "Total da nota..: " valor_nota_ed
           display "Confirma o lancamento da nota? (S/N)"
           accept resposta
           if resposta <> 'S' and resposta <> 's'
               move 'N' to resposta
               unlock pccab
               display "Nota nao lancada"
               display "Tecle <enter> para voltar"
               accept pausa
               go to entra-nota-fornecedor-exit
           end-if
           move 'N' to resposta

           perform posta-nota-fornecedor
           display "Tecle <enter> para voltar"
           accept pausa
           .
       entra-nota-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * carrega na tabela da nota os itens do pedido "pk_numero", com
      * o nome, a unidade e o preco atual de cadastro do ingrediente
       carrega-itens-nota section.
           initialize tabela_nota
           move 0   to qtd_itens_nota
           move 'N' to fim_pcitem
           move pk_numero to pi_numero
           move 0         to pi_ingred
           start pcitem key not less pi_chave
               invalid key
                   move 'S' to fim_pcitem
           end-start
           perform until fim_pcitem = 'S'
               read pcitem next record
                   at end
                       move 'S' to fim_pcitem
                   not at end
                       if pi_numero <> pk_numero
                           move 'S' to fim_pcitem
                       else
                           perform carrega-um-item-nota
                       end-if
               end-read
           end-perform
           .
       carrega-itens-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * guarda na tabela da nota o item de pedido que acabou de ser lido
       carrega-um-item-nota section.
           if qtd_itens_nota >= max_itens_nota
               display "Pedido com mais de " max_itens_nota
                       " itens; o item " pi_ingred " fica de fora"
               go to carrega-um-item-nota-exit
           end-if

           add 1 to qtd_itens_nota
           move pi_ingred to tn_ingred(qtd_itens_nota)
           move pi_qtde   to tn_qtde(qtd_itens_nota)
           move pi_preco  to tn_preco(qtd_itens_nota)
           move 0         to tn_receb(qtd_itens_nota)
           move 0         to tn_pago(qtd_itens_nota)

           move pi_ingred to ig_codigo
           read ingred record
               invalid key
                   move "NAO CADASTRADO" to tn_nome(qtd_itens_nota)
                   move spaces           to tn_unidade(qtd_itens_nota)
                   move 0                to tn_preco_cad(qtd_itens_nota)
               not invalid key
                   move ig_nome       to tn_nome(qtd_itens_nota)
                   move ig_unidade    to tn_unidade(qtd_itens_nota)
                   move ig_preco_unit to tn_preco_cad(qtd_itens_nota)
           end-read
           .
       carrega-um-item-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * quantidade recebida e preco cobrado do item "ix_nota" da nota;
      * quantidade zero e item que nao veio
       digita-item-nota section.
           move tn_qtde(ix_nota)  to qtde_nota_ed
           move tn_preco(ix_nota) to preco_unit_ed
           display " "
           display tn_ingred(ix_nota) " " tn_nome(ix_nota)
           display "Pedido: " qtde_nota_ed " " tn_unidade(ix_nota)
                   " a " preco_unit_ed

           move 0 to qtde_receb_tmp
           display "Quantidade recebida: "
           accept qtde_receb_tmp
           perform until qtde_receb_tmp is numeric
               display "Quantidade invalida, informe novamente: "
               accept qtde_receb_tmp
           end-perform
           move qtde_receb_tmp to tn_receb(ix_nota)
           if qtde_receb_tmp = 0
               move 0 to tn_pago(ix_nota)
               go to digita-item-nota-exit
           end-if

           move 0 to preco_nota_tmp
           display "Preco unitario cobrado (0 = o do pedido): "
           accept preco_nota_tmp
           perform until preco_nota_tmp is numeric
               display "Preco invalido, informe novamente: "
               accept preco_nota_tmp
           end-perform
           if preco_nota_tmp = 0
               move tn_preco(ix_nota) to preco_nota_tmp
           end-if
           move preco_nota_tmp to tn_pago(ix_nota)

           compute total_nota = total_nota
                              + qtde_receb_tmp * preco_nota_tmp
               on size error
                   display "Erro: total da nota fora da faixa"
           end-compute
           .
       digita-item-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * lancamento da nota confirmada: entrada no estoque e no diario,
      * conferencia RELNF com as divergencias de cada item, titulo a
      * pagar e baixa do pedido de compra (fica como recebido); antes
      * de gravar qualquer coisa os saldos dos itens precisam estar
      * livres e o numero do titulo e reservado, senao a nota nao e
      * lancada e o pedido continua em aberto
       posta-nota-fornecedor section.
           perform confere-estoque-nota
           if nota_ok = 'N'
               unlock pccab
               display "Nota nao lancada"
               go to posta-nota-fornecedor-exit
           end-if
           if total_nota > 0
               move "CPAGAR"      to seq_nome
               move ultimo_titulo to seq_base
               perform proximo-numero
               if seq_ok = 'N'
                   unlock pccab
                   display "Nota nao lancada"
                   go to posta-nota-fornecedor-exit
               end-if
               move seq_proximo   to ultimo_titulo
           end-if

           open output relnf
           move nf_numero_tmp to lnc_nota
           move pk_numero     to lnc_pedido
           move linha_nf_cab1 to linha_nota
           write linha_nota
           move spaces to linha_nota
           string "FORNECEDOR: "   delimited by size
                  pk_fornec        delimited by size
                  " "              delimited by size
                  nome_fornec_nota delimited by size
               into linha_nota
           end-string
           write linha_nota
           move spaces to linha_nota
           write linha_nota
           move linha_nf_cab2 to linha_nota
           write linha_nota

           accept dt_movto_diario from date yyyymmdd
           move 'E' to tipo_movto_diario
           move spaces to motivo_movto_diario
           string "NF "         delimited by size
                  nf_numero_tmp delimited by size
                  " PEDIDO "    delimited by size
                  pk_numero     delimited by size
               into motivo_movto_diario
           end-string

           move 0 to ct_divergencias
           perform varying ix_nota from 1 by 1
                     until ix_nota > qtd_itens_nota
               perform posta-item-nota
           end-perform

           move spaces to linha_nota
           write linha_nota
           move pk_taxa       to preco_unit_ed
           move taxa_nota_tmp to taxa_ed
           move spaces to linha_nota
           string "TAXA DE ENTREGA - PEDIDO: " delimited by size
                  preco_unit_ed               delimited by size
                  "  NOTA: "                  delimited by size
                  taxa_ed                     delimited by size
               into linha_nota
           end-string
           if taxa_nota_tmp <> pk_taxa
               move "DIVERGENTE" to linha_nota(62:10)
               add 1 to ct_divergencias
           end-if
           write linha_nota
           move total_nota to valor_nota_ed
           move spaces to linha_nota
           string "TOTAL DA NOTA: " delimited by size
                  valor_nota_ed     delimited by size
               into linha_nota
           end-string
           write linha_nota
           move spaces to linha_nota
           write linha_nota
           move "DIVERGENCIAS: QTDE = QUANTIDADE DIFERENTE DA PEDIDA;"
             to linha_nota
           write linha_nota
           move "PED = PRECO DIFERENTE DO PEDIDO; CAD = PRECO DIFERENTE"
             to linha_nota
           write linha_nota
           move "DO CADASTRO DO INGREDIENTE" to linha_nota
           write linha_nota
           close relnf

           if total_nota > 0
               perform gera-titulo-pagar
           else
               move 0 to ap_numero
           end-if

           move 'R'           to pk_status
           move nf_numero_tmp to pk_nota
           accept pk_dt_receb from date yyyymmdd
           move ap_numero     to pk_titulo
           rewrite pccab_reg
               invalid key
                   display "Erro ao atualizar o pedido de compra "
                           pk_numero
           end-rewrite
           unlock pccab

           display "Nota lancada no estoque"
           if ct_divergencias > 0
               display "ATENCAO: " ct_divergencias
                       " divergencia(s) - confira o arquivo RELNF"
           else
               display "Nota sem divergencias (conferencia no RELNF)"
           end-if
           if ap_numero > 0
               move dt_venc_nf to dt_nota_ed
               display "Titulo a pagar " ap_numero
                       " com vencimento em " dt_nota_ed
           end-if
           .
       posta-nota-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * grava no item do pedido o que foi recebido, lanca a entrada no
      * estoque e escreve a linha de conferencia do item "ix_nota"
       posta-item-nota section.
           move pk_numero         to pi_numero
           move tn_ingred(ix_nota) to pi_ingred
           read pcitem record
               invalid key
                   display "Item " pi_ingred " do pedido nao encontrado"
               not invalid key
                   move tn_receb(ix_nota) to pi_qtde_receb
                   move tn_pago(ix_nota)  to pi_preco_pago
                   rewrite pcitem_reg
                       invalid key
                           display "Erro ao atualizar o item "
                                   pi_ingred " do pedido"
                   end-rewrite
           end-read

           if tn_receb(ix_nota) > 0
               perform entrada-estoque-nota
           end-if

           move spaces to lnd_div_qtde
           move spaces to lnd_div_ped
           move spaces to lnd_div_cad
           if tn_receb(ix_nota) <> tn_qtde(ix_nota)
               move "QTDE" to lnd_div_qtde
           end-if
           if tn_receb(ix_nota) > 0
               if tn_pago(ix_nota) <> tn_preco(ix_nota)
                   move "PED" to lnd_div_ped
               end-if
               if tn_pago(ix_nota) <> tn_preco_cad(ix_nota)
                   move "CAD" to lnd_div_cad
               end-if
           end-if
           if lnd_div_qtde <> spaces or lnd_div_ped <> spaces
                                    or lnd_div_cad <> spaces
               add 1 to ct_divergencias
           end-if

           move tn_ingred(ix_nota)    to lnd_codigo
           move tn_nome(ix_nota)      to lnd_nome
           move tn_qtde(ix_nota)      to lnd_pedida
           move tn_receb(ix_nota)     to lnd_recebida
           move tn_preco(ix_nota)     to lnd_preco_ped
           move tn_pago(ix_nota)      to lnd_preco_nf
           move tn_preco_cad(ix_nota) to lnd_preco_cad
           move linha_nf_det to linha_nota
           write linha_nota
           .
       posta-item-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * confere, antes do lancamento, se o saldo de cada item recebido
      * pode ser preso; "nota_ok" volta 'N' se o operador desistiu de
      * esperar o outro terminal
       confere-estoque-nota section.
           move 'S' to nota_ok
           perform varying ix_nota from 1 by 1
                     until ix_nota > qtd_itens_nota or nota_ok = 'N'
               if tn_receb(ix_nota) > 0
                   move tn_ingred(ix_nota) to es_codigo
                   perform bloqueia-estoq
                   if bloqueio_ok = 'S'
                       unlock estoq
                   else
                       if fs_estoq = "51"
                           move 'N' to nota_ok
                       end-if
                   end-if
               end-if
           end-perform
           .
       confere-estoque-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * soma ao saldo a quantidade recebida do item "ix_nota" e grava a
      * entrada no diario (ingrediente sem saldo ganha o registro); com
      * a nota ja em lancamento, o saldo preso por outro terminal e
      * esperado
       entrada-estoque-nota section.
           move tn_ingred(ix_nota) to es_codigo
           move 'S' to espera_bloqueio
           perform bloqueia-estoq
           move 'N' to espera_bloqueio
           if bloqueio_ok = 'N'
               move tn_ingred(ix_nota) to es_codigo
               move 0 to es_saldo
               move 0 to es_minimo
               move 0 to es_ponto_pedido
               write estoq_reg
                   invalid key
                       display "Erro ao criar o saldo do "
                               "ingrediente " tn_ingred(ix_nota)
                       go to entrada-estoque-nota-exit
               end-write
               move 'S' to espera_bloqueio
               perform bloqueia-estoq
               move 'N' to espera_bloqueio
               if bloqueio_ok = 'N'
                   go to entrada-estoque-nota-exit
               end-if
           end-if

           move es_saldo to saldo_ant_mov
           compute es_saldo = es_saldo + tn_receb(ix_nota)
               on size error
                   display "Erro: saldo do ingrediente "
                           es_codigo " fora da faixa"
                   unlock estoq
                   go to entrada-estoque-nota-exit
           end-compute
           rewrite estoq_reg
               invalid key
                   display "Erro ao atualizar o saldo do "
                           "ingrediente " es_codigo
                   unlock estoq
                   go to entrada-estoque-nota-exit
           end-rewrite
           unlock estoq

           compute qtde_movto_diario = es_saldo - saldo_ant_mov
           perform grava-movto-estoque
           .
       entrada-estoque-nota-exit.
           exit.

      *-----------------------------------------------------------------
      * gera o titulo a pagar da nota lancada com o numero reservado
      * no controle compartilhado antes do lancamento ("ultimo_titulo");
      * o numero fica em "ap_numero"
       gera-titulo-pagar section.
           initialize cpagar_reg
           move ultimo_titulo to ap_numero
           move pk_fornec     to ap_fornec
           move nf_numero_tmp to ap_nota
           move pk_numero     to ap_pedcom
           move dt_emissao_nf to ap_dt_emissao
           move dt_venc_nf    to ap_dt_venc
           move total_nota    to ap_valor
           move 0             to ap_pago
           move 0             to ap_dt_pag
           move 'A'           to ap_status
           write cpagar_reg
               invalid key
                   display "Erro ao gravar o titulo a pagar "
                           ap_numero
                   move 0 to ap_numero
           end-write
           .
       gera-titulo-pagar-exit.
           exit.

      *-----------------------------------------------------------------
      * pagamento (total ou parcial) de um titulo a pagar; o titulo
      * fica quitado quando o valor pago alcanca o valor da nota
       paga-titulo section.
           display erase
           if nivel_corrente <> 'G'
               display "Opcao restrita ao gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to paga-titulo-exit
           end-if

           move 0 to num_titulo_tmp
           display "Numero do titulo: "
           accept num_titulo_tmp
           move num_titulo_tmp to ap_numero
           perform bloqueia-cpagar
           if bloqueio_ok = 'N'
               if fs_cpagar not = "51"
                   display "Titulo nao encontrado"
               end-if
               display "Tecle <enter> para voltar"
               accept pausa
               go to paga-titulo-exit
           end-if
           if ap_status <> 'A'
               move ap_dt_pag to dt_nota_ed
               display "Titulo ja quitado em " dt_nota_ed
               unlock cpagar
               display "Tecle <enter> para voltar"
               accept pausa
               go to paga-titulo-exit
           end-if

           if ap_fornec = 0
               move "SEM FORNECEDOR" to nome_fornec_nota
           else
               move ap_fornec to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to nome_fornec_nota
                   not invalid key
                       move fo_nome to nome_fornec_nota
               end-read
           end-if
           compute saldo_titulo = ap_valor - ap_pago
           display "Fornecedor.....: " ap_fornec " " nome_fornec_nota
           display "Nota fiscal....: " ap_nota
           move ap_dt_venc to dt_nota_ed
           display "Vencimento.....: " dt_nota_ed
           move ap_valor to valor_nota_ed
           display "Valor da nota..: " valor_nota_ed
           move ap_pago to valor_nota_ed
           display "Ja pago........: " valor_nota_ed
           move saldo_titulo to valor_nota_ed
           display "Saldo..........: " valor_nota_ed

           move 0 to valor_pag_tmp
           display "Valor pago (0 = saldo total): "
           accept valor_pag_tmp
           perform until valor_pag_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept valor_pag_tmp
           end-perform
           if valor_pag_tmp = 0
               move saldo_titulo to valor_pag_tmp
           end-if
           if valor_pag_tmp > saldo_titulo
               display "Valor maior que o saldo do titulo"
               unlock cpagar
               display "Tecle <enter> para voltar"
               accept pausa
               go to paga-titulo-exit
           end-if

           add valor_pag_tmp to ap_pago
           accept ap_dt_pag from date yyyymmdd
           if ap_pago >= ap_valor
               move 'Q' to ap_status
           end-if
           rewrite cpagar_reg
               invalid key
                   display "Erro ao atualizar o titulo " ap_numero
                   unlock cpagar
                   go to paga-titulo-exit
           end-rewrite
           unlock cpagar

           if ap_status = 'Q'
               display "Pagamento registrado - titulo quitado"
           else
               display "Pagamento parcial registrado"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       paga-titulo-exit.
           exit.

      *-----------------------------------------------------------------
      * contas a pagar por fornecedor: o saldo dos titulos em aberto
      * distribuido pelos dias de atraso em relacao a hoje (a vencer,
      * 1 a 30, 31 a 60 e acima de 60 dias), gravado no RELAPG
       relatorio-contas-pagar section.
           display erase
           accept dt_base_apg from date yyyymmdd
           move 'N' to apg_tem_dados
           sort apgwk on ascending key sa_fornec
                         ascending key sa_dt_venc
               input procedure is apg-seleciona
               output procedure is apg-gera

           if apg_tem_dados = 'N'
               display "Nenhum titulo em aberto"
           else
               display "Relatorio gravado no arquivo RELAPG"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-contas-pagar-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada: libera os titulos em aberto com o saldo
      * ainda devido
       apg-seleciona section.
           move 'N' to fim_cpagar
           move 0   to ap_numero
           start cpagar key not less ap_numero
               invalid key
                   move 'S' to fim_cpagar
           end-start
           perform until fim_cpagar = 'S'
               read cpagar next record
                   at end
                       move 'S' to fim_cpagar
                   not at end
                       if ap_status = 'A'
                           move ap_fornec  to sa_fornec
                           move ap_dt_venc to sa_dt_venc
                           move ap_numero  to sa_numero
                           compute sa_saldo = ap_valor - ap_pago
                           release sort_apg_reg
                       end-if
               end-read
           end-perform
           .
       apg-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida: quebra por fornecedor, uma linha com o
      * saldo de cada faixa de atraso, e o total geral no fim
       apg-gera section.
           open output relapg
           move dt_base_apg to lac_dt
           move linha_apg_cab1 to linha_apagar
           write linha_apagar
           move spaces to linha_apagar
           write linha_apagar
           move linha_apg_cab2 to linha_apagar
           write linha_apagar
           display linha_apg_cab2

           initialize totais_apg
           move 'S' to prim_fornec_apg
           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return apgwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       if prim_fornec_apg = 'N'
                          and sa_fornec <> fornec_apg
                           perform apg-linha-fornecedor
                       end-if
                       move 'N'       to prim_fornec_apg
                       move 'S'       to apg_tem_dados
                       move sa_fornec to fornec_apg
                       perform apg-acumula-titulo
               end-return
           end-perform

           if prim_fornec_apg = 'N'
               perform apg-linha-fornecedor
           end-if

           move spaces to linha_apagar
           write linha_apagar
           move 0             to lag_fornec
           move "TOTAL GERAL" to lag_nome
           perform varying ix_faixa_apg from 1 by 1
                     until ix_faixa_apg > 5
               move apg_geral_faixa(ix_faixa_apg)
                 to lag_valor(ix_faixa_apg)
           end-perform
           move linha_apg_det to linha_apagar
           write linha_apagar
           display linha_apg_det
           close relapg
           .
       apg-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * soma o saldo do titulo devolvido pela classificacao na faixa de
      * atraso do fornecedor e no total geral (a faixa 5 e o total)
       apg-acumula-titulo section.
           compute dias_atraso_apg =
                   function integer-of-date(dt_base_apg)
                 - function integer-of-date(sa_dt_venc)
           evaluate true
               when dias_atraso_apg <= 0
                   move 1 to ix_faixa_apg
               when dias_atraso_apg <= 30
                   move 2 to ix_faixa_apg
               when dias_atraso_apg <= 60
                   move 3 to ix_faixa_apg
               when other
                   move 4 to ix_faixa_apg
           end-evaluate
           add sa_saldo to apg_fornec_faixa(ix_faixa_apg)
           add sa_saldo to apg_fornec_faixa(5)
           add sa_saldo to apg_geral_faixa(ix_faixa_apg)
           add sa_saldo to apg_geral_faixa(5)
           .
       apg-acumula-titulo-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha do fornecedor "fornec_apg" e zera as faixas dele
       apg-linha-fornecedor section.
           move fornec_apg to lag_fornec
           if fornec_apg = 0
               move "SEM FORNECEDOR" to lag_nome
           else
               move fornec_apg to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to lag_nome
                   not invalid key
                       move fo_nome to lag_nome
               end-read
           end-if
           perform varying ix_faixa_apg from 1 by 1
                     until ix_faixa_apg > 5
               move apg_fornec_faixa(ix_faixa_apg)
                 to lag_valor(ix_faixa_apg)
               move 0 to apg_fornec_faixa(ix_faixa_apg)
           end-perform
           move linha_apg_det to linha_apagar
           write linha_apagar
           display linha_apg_det
           .
       apg-linha-fornecedor-exit.
           exit.

      *-----------------------------------------------------------------
      * titulos em aberto que vencem de hoje ate os proximos seis dias,
      * junto com os ja vencidos, que continuam devidos
       vencimentos-semana section.
           display erase
           accept dt_base_apg from date yyyymmdd
           compute dt_limite_semana = function date-of-integer(
                   function integer-of-date(dt_base_apg) + 6)
           move dt_limite_semana to dt_nota_ed
           display "Titulos em aberto com vencimento ate " dt_nota_ed
           display "Titulo  For Fornecedor     Nota      Vencimento"
                   "      Saldo"

           move 0   to ct_titulos_semana
           move 0   to total_semana
           move 0   to contador_tela
           move 'N' to fim_cpagar
           move 0   to ap_numero
           start cpagar key not less ap_numero
               invalid key
                   move 'S' to fim_cpagar
           end-start
           perform until fim_cpagar = 'S'
               read cpagar next record
                   at end
                       move 'S' to fim_cpagar
                   not at end
                       if ap_status = 'A'
                          and ap_dt_venc <= dt_limite_semana
                           perform lista-vencimento-semana
                       end-if
               end-read
           end-perform

           move ct_titulos_semana to mov_total_ed
           move total_semana      to valor_cons_ed
           display "Titulos: " mov_total_ed "   Total: " valor_cons_ed
           display "Tecle <enter> para voltar"
           accept pausa
           .
       vencimentos-semana-exit.
           exit.

      *-----------------------------------------------------------------
      * mostra o titulo que acabou de ser lido na lista da semana
       lista-vencimento-semana section.
           move ap_numero  to lvs_numero
           move ap_fornec  to lvs_fornec
           move ap_nota    to lvs_nota
           move ap_dt_venc to lvs_venc
           compute saldo_titulo = ap_valor - ap_pago
           move saldo_titulo to lvs_saldo
           if ap_dt_venc < dt_base_apg
               move "VENCIDO" to lvs_situacao
           else
               move spaces    to lvs_situacao
           end-if
           if ap_fornec = 0
               move "SEM FORNECEDOR" to lvs_nome
           else
               move ap_fornec to fo_codigo
               read fornec record
                   invalid key
                       move "NAO CADASTRADO" to lvs_nome
                   not invalid key
                       move fo_nome to lvs_nome
               end-read
           end-if

           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           display linha_venc_sem
           add 1 to contador_tela
           add 1 to ct_titulos_semana
           add saldo_titulo to total_semana
           .
       lista-vencimento-semana-exit.
           exit.

      *-----------------------------------------------------------------
      * fechamento de vendas do periodo: classifica as vendas do
      * intervalo por codigo de pizza e gera o relatorio consolidado
      * RELFEC (quantidade, receita e lucro por pizza, volume por dia
      * da semana e total geral comparado com o periodo anterior de
      * mesma duracao)
       fechamento-vendas section.
           display erase
           display "Data inicial do periodo (AAAAMMDD): "
           accept dt_ini_rel
           display "Data final do periodo (AAAAMMDD, 0 = hoje): "
           accept dt_fim_rel
           if dt_fim_rel = 0
               accept dt_fim_rel from date yyyymmdd
           end-if
           if dt_fim_rel < dt_ini_rel
               display "Periodo invalido: data final anterior a inicial"
               go to fechamento-vendas-exit
           end-if

           move dt_ini_rel to dt_ini_ed
           move dt_fim_rel to dt_fim_ed

           compute dias_periodo =
                   function integer-of-date(dt_fim_rel)
                 - function integer-of-date(dt_ini_rel) + 1
           compute dt_raw = function date-of-integer(
                   function integer-of-date(dt_ini_rel) - 1)
           move dt_raw to dt_ant_fim_ed
           compute dt_raw = function date-of-integer(
                   function integer-of-date(dt_ini_rel)
                 - dias_periodo)
           move dt_raw to dt_ant_ini_ed

           move 'N' to fec_tem_dados
           initialize totais_dia_semana
           move 0 to fec_tot_qtde
           move 0 to fec_tot_receita
           move 0 to fec_tot_lucro
           move 0 to fec_ant_qtde
           move 0 to fec_ant_receita
           move 0 to fec_ant_lucro

           sort vendwk on ascending key sv_codigo
               with duplicates in order
               input procedure is fechamento-seleciona
               output procedure is fechamento-gera

           if fec_tem_dados = 'N'
               display "Nenhuma venda registrada no periodo"
           else
               display "Relatorio gravado no arquivo RELFEC"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       fechamento-vendas-exit.
           exit.

      *-----------------------------------------------------------------
      * selecao das vendas do periodo para a classificacao; na mesma
      * passada acumula o volume por dia da semana e os totais do
      * periodo imediatamente anterior, usados na comparacao final
       fechamento-seleciona section.
           open input vendas
           if fs_vendas = "35"
               go to fechamento-seleciona-exit
           end-if

           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
      * movimentos gravados antes da coluna de canal chegam com o
      * campo em branco; valem como venda de balcao (canal 0)
                       if vd_canal is not numeric
                           move 0 to vd_canal
                       end-if
                       if vd_dt >= dt_ini_ed and vd_dt <= dt_fim_ed
                           perform fechamento-custo-venda
                           move vd_codigo to sv_codigo
                           move vd_qtde   to sv_qtde
                           move vd_preco  to sv_preco
                           move vd_canal  to sv_canal
                           move custo_item_calc to sv_custo
                           release sort_vend_reg
                           perform fechamento-acumula-dia
                       else
                           if vd_dt >= dt_ant_ini_ed
                              and vd_dt <= dt_ant_fim_ed
                               perform fechamento-acumula-anterior
                           end-if
                       end-if
               end-read
           end-perform
           close vendas
           .
       fechamento-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * custo unitario da venda que acabou de ser lida em
      * "custo_item_calc", pelo custo atual do cadastro: metade de cada
      * sabor no meio a meio mais as porcoes dos adicionais (pizza fora
      * do cadastro entra sem custo; meio a meio entra na linha do
      * primeiro sabor)
       fechamento-custo-venda section.
           perform carrega-item-venda
           move vd_dt(1:4) to dtc_ano
           move vd_dt(6:2) to dtc_mes
           move vd_dt(9:2) to dtc_dia
           move dt_compacta_num to promo_data_num
           perform apura-item-pedido
           .
       fechamento-custo-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * acumula a venda que acabou de ser lida no dia da semana da
      * data (1 = segunda ... 7 = domingo)
       fechamento-acumula-dia section.
           move vd_dt(1:4) to dtc_ano
           move vd_dt(6:2) to dtc_mes
           move vd_dt(9:2) to dtc_dia
           compute dia_semana = function mod(
                   function integer-of-date(dt_compacta_num) - 1, 7)
                 + 1
           add vd_qtde to fds_qtde(dia_semana)
           compute fds_valor(dia_semana) =
                   fds_valor(dia_semana) + vd_qtde * vd_preco
               on size error
                   display "Erro: total do dia da semana fora da faixa"
           end-compute
           .
       fechamento-acumula-dia-exit.
           exit.

      *-----------------------------------------------------------------
      * acumula a venda que acabou de ser lida nos totais do periodo
      * anterior; o lucro usa o custo atual do cadastro (pizza fora do
      * cadastro entra sem custo)
       fechamento-acumula-anterior section.
           add vd_qtde to fec_ant_qtde
           compute fec_ant_receita = fec_ant_receita
                                   + vd_qtde * vd_preco
               on size error
                   display "Erro: receita anterior fora da faixa"
           end-compute

           perform fechamento-custo-venda
           move vd_canal to canal_tmp
           perform busca-comissao-canal
           compute fec_ant_lucro = fec_ant_lucro
                                 + vd_qtde * (vd_preco - custo_item_calc
                                 - vd_preco * comissao_canal / 100)
               on size error
                   display "Erro: lucro anterior fora da faixa"
           end-compute
           .
       fechamento-acumula-anterior-exit.
           exit.

      *-----------------------------------------------------------------
      * quebra por codigo de pizza: acumula quantidade, receita e
      * lucro, grava uma linha por pizza e fecha o relatorio com o
      * volume por dia da semana e os totais comparados
       fechamento-gera section.
           open output relfec
           move dt_ini_ed to lfc_dt_ini
           move dt_fim_ed to lfc_dt_fim
           move linha_fec_cab1 to linha_fechamento
           write linha_fechamento
           move linha_fec_cab2 to linha_fechamento
           write linha_fechamento
           move spaces to linha_fechamento
           write linha_fechamento
           display linha_fec_cab2

           move 0   to fec_cod_ant
           move 'S' to fim_sort
           return vendwk
               at end
                   continue
               not at end
                   move 'N' to fim_sort
           end-return

           perform until fim_sort = 'S'
               if sv_codigo <> fec_cod_ant
                   if fec_cod_ant > 0
                       perform fechamento-totaliza-pizza
                   end-if
                   move sv_codigo to fec_cod_ant
                   move sv_codigo to cod_busca
                   perform busca-pizza
                   if achou_pizza = 'S'
                       move nome  to fec_nome
                   else
                       move "*SEM CADASTRO*" to fec_nome
                   end-if
                   move 0 to fec_qtde
                   move 0 to fec_receita
                   move 0 to fec_lucro
               end-if
               add sv_qtde to fec_qtde
               compute fec_receita = fec_receita
                                   + sv_qtde * sv_preco
                   on size error
                       display "Erro: receita da pizza fora da faixa"
               end-compute
               move sv_canal to canal_tmp
               perform busca-comissao-canal
               compute fec_lucro = fec_lucro
                                 + sv_qtde * (sv_preco - sv_custo
                                 - sv_preco * comissao_canal / 100)
                   on size error
                       display "Erro: lucro da pizza fora da faixa"
               end-compute
               return vendwk
                   at end
                       move 'S' to fim_sort
               end-return
           end-perform

           if fec_cod_ant > 0
               perform fechamento-totaliza-pizza
           end-if

           move spaces to linha_fechamento
           write linha_fechamento
           perform varying ix_dia from 1 by 1 until ix_dia > 7
               move dia_semana_nome(ix_dia) to lfdia_nome
               move fds_qtde(ix_dia)        to lfdia_qtde
               move fds_valor(ix_dia)       to lfdia_valor
               move linha_fec_dia to linha_fechamento
               write linha_fechamento
               display linha_fec_dia
           end-perform

           move spaces to linha_fechamento
           write linha_fechamento
           move fec_tot_qtde    to lft_qtde
           move fec_tot_receita to lft_receita
           move fec_tot_lucro   to lft_lucro
           move linha_fec_tot to linha_fechamento
           write linha_fechamento
           display linha_fec_tot
           move fec_ant_qtde    to lfa_qtde
           move fec_ant_receita to lfa_receita
           move fec_ant_lucro   to lfa_lucro
           move linha_fec_ant to linha_fechamento
           write linha_fechamento
           display linha_fec_ant

           close relfec
           .
       fechamento-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha da pizza acumulada na quebra e soma nos totais
      * do periodo
       fechamento-totaliza-pizza section.
           move 'S'          to fec_tem_dados
           move fec_cod_ant  to lfd_codigo
           move fec_nome     to lfd_nome
           move fec_qtde     to lfd_qtde
           move fec_receita  to lfd_receita
           move fec_lucro    to lfd_lucro
           move linha_fec_det to linha_fechamento
           write linha_fechamento
           display linha_fec_det

           add fec_qtde to fec_tot_qtde
           compute fec_tot_receita = fec_tot_receita + fec_receita
               on size error
                   display "Erro: receita do periodo fora da faixa"
           end-compute
           compute fec_tot_lucro = fec_tot_lucro + fec_lucro
               on size error
                   display "Erro: lucro do periodo fora da faixa"
           end-compute
           .
       fechamento-totaliza-pizza-exit.
           exit.

      *-----------------------------------------------------------------
      * engenharia de cardapio do periodo: cada pizza do cadastro com
      * as unidades vendidas, a participacao nas vendas e a
      * contribuicao (preco efetivo - custo - comissao do canal), da
      * maior para a menor contribuicao, classificada contra as medias
      * do periodo; sai no RELENG e no csv ENGCSV
       engenharia-cardapio section.
           display erase
           display "Data inicial do periodo (AAAAMMDD): "
           accept dt_ini_rel
           display "Data final do periodo (AAAAMMDD, 0 = hoje): "
           accept dt_fim_rel
           if dt_fim_rel = 0
               accept dt_fim_rel from date yyyymmdd
           end-if
           if dt_fim_rel < dt_ini_rel
               display "Periodo invalido: data final anterior a inicial"
               go to engenharia-cardapio-exit
           end-if
           move dt_ini_rel to dt_ini_ed
           move dt_fim_rel to dt_fim_ed

           display "Apurando as vendas do periodo..."
           perform carrega-tabela-engenharia
           perform apura-vendas-engenharia
           if eng_tot_qtde = 0
               display "Nenhuma venda registrada no periodo"
               display "Tecle <enter> para voltar"
               accept pausa
               go to engenharia-cardapio-exit
           end-if

      * as medias de referencia: unidades por pizza do cardapio e
      * contribuicao por unidade vendida (media ponderada)
           compute eng_media_qtde rounded = eng_tot_qtde / qtd_tab_eng
               on size error
                   move 0 to eng_media_qtde
           end-compute
           compute eng_media_margem rounded =
                   eng_tot_contrib / eng_tot_qtde
               on size error
                   move 0 to eng_media_margem
           end-compute

           sort engwk on descending key se_contrib
               input procedure is engenharia-seleciona
               output procedure is engenharia-gera

           display "Relatorio gravado no arquivo RELENG e csv no ENGCSV"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       engenharia-cardapio-exit.
           exit.

      *-----------------------------------------------------------------
      * carrega a tabela da engenharia com as pizzas do cadastro; a
      * margem de referencia (preco efetivo de hoje - custo) classifica
      * as pizzas que nao venderam no periodo
       carrega-tabela-engenharia section.
           initialize tabela_engenharia
           move 0 to qtd_tab_eng
           move 0 to eng_tot_qtde
           move 0 to eng_tot_contrib

           move 'N' to fim_pizzas
           move 0   to pz_codigo
           start pizzas key not less pz_codigo
               invalid key
                   move 'S' to fim_pizzas
           end-start
           perform until fim_pizzas = 'S'
               read pizzas next record
                   at end
                       move 'S' to fim_pizzas
                   not at end
                       if qtd_tab_eng < max_tab_eng
                           perform monta-detalhe
                           add 1 to qtd_tab_eng
                           move codigo to te_codigo(qtd_tab_eng)
                           move nome   to te_nome(qtd_tab_eng)
                           compute te_margem_ref(qtd_tab_eng) =
                                   preco - custo
                       end-if
               end-read
           end-perform
           .
       carrega-tabela-engenharia-exit.
           exit.

      *-----------------------------------------------------------------
      * acumula as vendas do periodo por sabor
       apura-vendas-engenharia section.
           open input vendas
           if fs_vendas = "35"
               go to apura-vendas-engenharia-exit
           end-if

           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
      * movimentos gravados antes da coluna de canal chegam com o
      * campo em branco; valem como venda de balcao (canal 0)
                       if vd_canal is not numeric
                           move 0 to vd_canal
                       end-if
                       if vd_dt >= dt_ini_ed and vd_dt <= dt_fim_ed
                           perform engenharia-acumula-venda
                       end-if
               end-read
           end-perform
           close vendas
           .
       apura-vendas-engenharia-exit.
           exit.

      *-----------------------------------------------------------------
      * contribuicao da venda que acabou de ser lida: o preco liquido e
      * o cobrado, limitado ao preco efetivo da data (promocoes
      * vigentes), menos o custo atual e a comissao do canal; no meio
      * a meio cada sabor fica com metade das unidades e da
      * contribuicao
       engenharia-acumula-venda section.
           perform fechamento-custo-venda
           move vd_preco to preco_liq_eng
           if achou_pizza = 'S' and preco_item_calc < preco_liq_eng
               move preco_item_calc to preco_liq_eng
           end-if

           move vd_canal to canal_tmp
           perform busca-comissao-canal
           compute contrib_venda_eng rounded =
                   vd_qtde * (preco_liq_eng - custo_item_calc
                 - preco_liq_eng * comissao_canal / 100)
               on size error
                   display "Erro: contribuicao da venda fora da faixa"
                   move 0 to contrib_venda_eng
           end-compute

           if it_codigo2 = 0
               move it_codigo         to cod_eng
               move vd_qtde           to qtde_credito_eng
               move contrib_venda_eng to contrib_credito_eng
               perform engenharia-credita-sabor
           else
               compute qtde_credito_eng = vd_qtde / 2
               compute contrib_credito_eng rounded =
                       contrib_venda_eng / 2
               move it_codigo  to cod_eng
               perform engenharia-credita-sabor
               move it_codigo2 to cod_eng
               perform engenharia-credita-sabor
           end-if

           add vd_qtde to eng_tot_qtde
           add contrib_venda_eng to eng_tot_contrib
               on size error
                   display "Erro: contribuicao do periodo fora da faixa"
           end-add
           .
       engenharia-acumula-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * soma unidades e contribuicao no sabor "cod_eng"; pizza vendida
      * que ja saiu do cadastro entra na tabela sem nome
       engenharia-credita-sabor section.
           move 0 to ix_eng
           perform varying ix_busca_eng from 1 by 1
                     until ix_busca_eng > qtd_tab_eng
                        or ix_eng > 0
               if te_codigo(ix_busca_eng) = cod_eng
                   move ix_busca_eng to ix_eng
               end-if
           end-perform

           if ix_eng = 0
               if qtd_tab_eng >= max_tab_eng
                   go to engenharia-credita-sabor-exit
               end-if
               add 1 to qtd_tab_eng
               move qtd_tab_eng      to ix_eng
               move cod_eng          to te_codigo(ix_eng)
               move "*SEM CADASTRO*" to te_nome(ix_eng)
               move 0                to te_margem_ref(ix_eng)
           end-if

           add qtde_credito_eng    to te_qtde(ix_eng)
           add contrib_credito_eng to te_contrib(ix_eng)
           .
       engenharia-credita-sabor-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada: libera todas as pizzas da tabela com a
      * margem por unidade (a de referencia quando nao houve venda)
       engenharia-seleciona section.
           perform varying ix_eng from 1 by 1
                     until ix_eng > qtd_tab_eng
               move te_codigo(ix_eng)  to se_codigo
               move te_nome(ix_eng)    to se_nome
               move te_qtde(ix_eng)    to se_qtde
               move te_contrib(ix_eng) to se_contrib
               if te_qtde(ix_eng) > 0
                   compute se_margem rounded =
                           te_contrib(ix_eng) / te_qtde(ix_eng)
                       on size error
                           move 0 to se_margem
                   end-compute
               else
                   move te_margem_ref(ix_eng) to se_margem
               end-if
               release sort_eng_reg
           end-perform
           .
       engenharia-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida: uma linha por pizza no relatorio e no
      * csv, da maior para a menor contribuicao, e as medias usadas na
      * classificacao no fim
       engenharia-gera section.
           open output releng
           open output engcsv
           move dt_ini_ed to leg_dt_ini
           move dt_fim_ed to leg_dt_fim
           move linha_eng_cab1 to linha_engenharia
           write linha_engenharia
           move linha_eng_cab2 to linha_engenharia
           write linha_engenharia
           move spaces to linha_engenharia
           write linha_engenharia
           display linha_eng_cab2
           move 0 to contador_tela

           move spaces to linha_engcsv
           string "CODIGO;PIZZA;UNIDADES;PARTICIPACAO;"
                      delimited by size
                  "CONTRIBUICAO;MARGEM;CLASSIFICACAO"
                      delimited by size
               into linha_engcsv
           end-string
           write linha_engcsv

           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return engwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       perform engenharia-linha
               end-return
           end-perform

           move spaces to linha_engenharia
           write linha_engenharia
           move eng_tot_qtde    to qtde_eng_ed
           move eng_tot_contrib to contrib_eng_ed
           move spaces to linha_engenharia
           string "TOTAL DO PERIODO - UNIDADES: " delimited by size
                  qtde_eng_ed                     delimited by size
                  "  CONTRIBUICAO: "              delimited by size
                  contrib_eng_ed                  delimited by size
               into linha_engenharia
           end-string
           write linha_engenharia
           display linha_engenharia
           move eng_media_qtde   to qtde_eng_ed
           move eng_media_margem to margem_eng_ed
           move spaces to linha_engenharia
           string "MEDIAS - UNIDADES POR PIZZA: " delimited by size
                  qtde_eng_ed                     delimited by size
                  "  MARGEM POR UNIDADE: "        delimited by size
                  margem_eng_ed                   delimited by size
               into linha_engenharia
           end-string
           write linha_engenharia
           display linha_engenharia
           move spaces to linha_engenharia
           write linha_engenharia
           move "MANTER = VENDE ACIMA DA MEDIA E MARGEM ACIMA DA MEDIA"
             to linha_engenharia
           write linha_engenharia
           move "REPRECIFICAR = VENDE ACIMA DA MEDIA, MARGEM ABAIXO"
             to linha_engenharia
           write linha_engenharia
           move "PROMOVER = MARGEM ACIMA DA MEDIA, VENDE ABAIXO"
             to linha_engenharia
           write linha_engenharia
           move "AVALIAR RETIRADA = VENDE ABAIXO E MARGEM ABAIXO"
             to linha_engenharia
           write linha_engenharia

           close releng
           close engcsv
           .
       engenharia-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * classifica a pizza devolvida pela classificacao e grava a linha
      * no relatorio e no csv
       engenharia-linha section.
           if se_qtde >= eng_media_qtde
               if se_margem >= eng_media_margem
                   move "MANTER"           to eng_classe
               else
                   move "REPRECIFICAR"     to eng_classe
               end-if
           else
               if se_margem >= eng_media_margem
                   move "PROMOVER"         to eng_classe
               else
                   move "AVALIAR RETIRADA" to eng_classe
               end-if
           end-if
           compute eng_part rounded = se_qtde * 100 / eng_tot_qtde

           move se_codigo  to leg_codigo
           move se_nome    to leg_nome
           move se_qtde    to leg_qtde
           move eng_part   to leg_part
           move se_contrib to leg_contrib
           move se_margem  to leg_margem
           move eng_classe to leg_classe
           move linha_eng_det to linha_engenharia
           write linha_engenharia

           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           display linha_eng_det
           add 1 to contador_tela

           move se_qtde    to csv_eng_qtde
           move eng_part   to csv_eng_part
           move se_contrib to csv_eng_contrib
           move se_margem  to csv_eng_margem
           move spaces to linha_engcsv
           string se_codigo                       delimited by size
                  ";"                             delimited by size
                  function trim(se_nome)          delimited by size
                  ";"                             delimited by size
                  function trim(csv_eng_qtde)     delimited by size
                  ";"                             delimited by size
                  function trim(csv_eng_part)     delimited by size
                  ";"                             delimited by size
                  function trim(csv_eng_contrib)  delimited by size
                  ";"                             delimited by size
                  function trim(csv_eng_margem)   delimited by size
                  ";"                             delimited by size
                  function trim(eng_classe)       delimited by size
               into linha_engcsv
           end-string
           write linha_engcsv
           .
       engenharia-linha-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de manutencao dos canais de venda e da importacao das
      * vendas das plataformas de entrega
       cadastro-canais section.
           move space to opcao_can

           perform until opcao_can = '5'
               display erase
               display "1 - Incluir canal de venda"
               display "2 - Listar canais de venda"
               display "3 - Alterar a comissao de um canal"
               display "4 - Importar vendas das plataformas"
               display "5 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_can

               evaluate opcao_can
                   when '1' perform inclui-canal
                   when '2' perform lista-canais
                   when '3' perform altera-comissao-canal
                   when '4' perform importa-vendas
                   when '5' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-canais-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um canal de venda com o percentual de comissao
       inclui-canal section.
           display erase
           display "Informe o nome do canal: "
           move spaces to nome_can_tmp
           accept nome_can_tmp
           if nome_can_tmp = spaces
               display "Nome nao informado, inclusao cancelada"
               go to inclui-canal-exit
           end-if

           move 0 to comissao_tmp
           perform until comissao_tmp is numeric
               display "Comissao do canal (% sobre o preco): "
               accept comissao_tmp
           end-perform

           move "CANAL"       to seq_nome
           move ultimo_canal  to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-canal-exit
           end-if
           move seq_proximo   to ultimo_canal
           move ultimo_canal to ca_codigo
           move nome_can_tmp to ca_nome
           move comissao_tmp to ca_comissao
           write canal_reg
               invalid key
                   display "Erro ao gravar o canal " nome_can_tmp
               not invalid key
                   display "Canal incluido com o codigo " ca_codigo
           end-write
           .
       inclui-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem dos canais de venda
       lista-canais section.
           display erase
           display "Cod Nome            Comissao%"

           move 'N' to fim_canal
           move 0   to ca_codigo
           start canal key not less ca_codigo
               invalid key
                   move 'S' to fim_canal
           end-start
           perform until fim_canal = 'S'
               read canal next record
                   at end
                       move 'S' to fim_canal
                   not at end
                       move ca_comissao to comissao_ed
                       display ca_codigo "  " ca_nome " " comissao_ed
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-canais-exit.
           exit.

      *-----------------------------------------------------------------
      * alteracao do percentual de comissao de um canal
       altera-comissao-canal section.
           display erase
           display "Informe o codigo do canal: "
           accept canal_tmp

           move canal_tmp to ca_codigo
           perform bloqueia-canal
           if bloqueio_ok = 'N'
               if fs_canal not = "51"
                   display "Canal nao encontrado"
               end-if
               go to altera-comissao-canal-exit
           end-if

           move ca_comissao to comissao_ed
           display "Canal..........: " ca_nome
           display "Comissao atual.: " comissao_ed
           move 0 to comissao_tmp
           perform until comissao_tmp is numeric
               display "Nova comissao (%): "
               accept comissao_tmp
           end-perform

           move comissao_tmp to ca_comissao
           rewrite canal_reg
               invalid key
                   display "Erro ao atualizar o canal"
                   unlock canal
                   go to altera-comissao-canal-exit
           end-rewrite
           unlock canal
           display "Comissao atualizada"
           .
       altera-comissao-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * valida o codigo de canal em "canal_tmp"; o codigo 0 (venda de
      * balcao, sem comissao) e sempre aceito
       valida-canal section.
           if canal_tmp = 0
               move 'S' to canal_ok
               go to valida-canal-exit
           end-if
           move canal_tmp to ca_codigo
           read canal record
               invalid key
                   display "Canal nao cadastrado"
                   move 'N' to canal_ok
               not invalid key
                   move 'S' to canal_ok
           end-read
           .
       valida-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * devolve em "comissao_canal" o percentual de comissao do canal
      * "canal_tmp"; balcao (0) ou canal removido valem comissao zero
       busca-comissao-canal section.
           move 0 to comissao_canal
           if canal_tmp > 0
               move canal_tmp to ca_codigo
               read canal record
                   invalid key
                       continue
                   not invalid key
                       move ca_comissao to comissao_canal
               end-read
           end-if
           .
       busca-comissao-canal-exit.
           exit.

      *-----------------------------------------------------------------
      * importacao em lote das vendas das plataformas: le o arquivo
      * IMPVEN (data;codigo;quantidade;preco;canal), aplica as criticas
      * do lancamento interativo e grava as linhas rejeitadas no VENREJ
      * com o motivo no final da linha
       importa-vendas section.
           display erase
           open input impven
           if fs_impven = "35"
               display "Arquivo IMPVEN nao encontrado"
               display "Tecle <enter> para voltar"
               accept pausa
               go to importa-vendas-exit
           end-if
           open output venrej

           open extend vendas
           if fs_vendas = "35"
               open output vendas
           end-if

           move 0 to vimp_lidas
           move 0 to vimp_incluidas
           move 0 to vimp_rejeitadas

           move 'N' to fim_impven
           perform until fim_impven = 'S'
               read impven
                   at end
                       move 'S' to fim_impven
                   not at end
                       add 1 to vimp_lidas
                       perform importa-venda-linha
               end-read
           end-perform

           close vendas
           close impven
           close venrej

           move vimp_lidas to imp_total_ed
           display "Linhas lidas.......: " imp_total_ed
           move vimp_incluidas to imp_total_ed
           display "Vendas incluidas...: " imp_total_ed
           move vimp_rejeitadas to imp_total_ed
           display "Linhas rejeitadas..: " imp_total_ed
           if vimp_rejeitadas > 0
               display "Rejeitadas gravadas no arquivo VENREJ"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       importa-vendas-exit.
           exit.

      *-----------------------------------------------------------------
      * processa uma linha do arquivo de importacao de vendas
       importa-venda-linha section.
           move spaces to campos_impven
           unstring linha_impven delimited by ";"
               into ven_dt_x
                    ven_cod_x
                    ven_qtde_x
                    ven_preco_x
                    ven_canal_x
           end-unstring

           perform importa-venda-valida
           if imp_motivo = spaces
               write venda_reg
               add 1 to vimp_incluidas
           else
               perform importa-venda-rejeita
           end-if
           .
       importa-venda-linha-exit.
           exit.

      *-----------------------------------------------------------------
      * critica os campos da linha de venda importada e, quando a linha
      * e valida, deixa "venda_reg" pronto para ser gravado (a primeira
      * critica que falha da o motivo da rejeicao)
       importa-venda-valida section.
           move spaces to imp_motivo

           if function test-numval(ven_dt_x) not = 0
               move "01 DATA INVALIDA" to imp_motivo
               go to importa-venda-valida-exit
           end-if
           compute dt_venda = function numval(ven_dt_x)
               on size error
                   move "01 DATA INVALIDA" to imp_motivo
           end-compute
           if imp_motivo not = spaces
               go to importa-venda-valida-exit
           end-if
           if dt_venda < 19000101 or dt_venda > 29991231
               move "01 DATA INVALIDA" to imp_motivo
               go to importa-venda-valida-exit
           end-if

           move ven_cod_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor = 0
             or imp_valor > 99999
               move "02 CODIGO INVALIDO" to imp_motivo
               go to importa-venda-valida-exit
           end-if
           move imp_valor to cod_venda
           move cod_venda to cod_busca
           perform busca-pizza
           if achou_pizza = 'N'
               move "02 PIZZA INEXISTENTE" to imp_motivo
               go to importa-venda-valida-exit
           end-if

           move ven_qtde_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor = 0
             or imp_valor > 999
               move "03 QUANTIDADE INVALIDA" to imp_motivo
               go to importa-venda-valida-exit
           end-if
           move imp_valor to qtde_venda_tmp

           move ven_preco_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor > 999,99
               move "04 PRECO INVALIDO" to imp_motivo
               go to importa-venda-valida-exit
           end-if
           move imp_valor to preco_venda_tmp
           if preco_venda_tmp = 0
      * o preco padrao e o preco efetivo (com promocao) da data da
      * venda, nao o da data de hoje montado pelo detalhe
               move pz_preco to preco
               move dt_venda to promo_data_num
               perform aplica-promocao
               move preco to preco_venda_tmp
           end-if

           move ven_canal_x to imp_campo_x
           perform importa-numval
           if imp_num_ok = 'N' or imp_valor = 0
             or imp_valor > 99
               move "05 CANAL INVALIDO" to imp_motivo
               go to importa-venda-valida-exit
           end-if
           move imp_valor to canal_tmp
           move canal_tmp to ca_codigo
           read canal record
               invalid key
                   move "05 CANAL INEXISTENTE" to imp_motivo
                   go to importa-venda-valida-exit
           end-read

           move dt_venda        to dt_venda_ed
           move dt_venda_ed     to vd_dt
           move cod_venda       to vd_codigo
           move qtde_venda_tmp  to vd_qtde
           move preco_venda_tmp to vd_preco
           move canal_tmp       to vd_canal
           move 0               to vd_codigo2
           move 0               to vd_pedido
           move 0               to vd_item
           .
       importa-venda-valida-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha de venda rejeitada no VENREJ com o motivo
       importa-venda-rejeita section.
           move spaces to linha_venrej
           string function trim(linha_impven) delimited by size
                  ";ERR="                      delimited by size
                  imp_motivo                   delimited by size
               into linha_venrej
           end-string
           write linha_venrej
           add 1 to vimp_rejeitadas
           .
       importa-venda-rejeita-exit.
           exit.

      *-----------------------------------------------------------------
      * menu do arquivamento de movimentos (HISTOR, VENDAS e AUDIT)
       menu-arquivamento section.
           move space to opcao_arq

           perform until opcao_arq = '3'
               display erase
               display "1 - Executar o arquivamento"
               display "2 - Configurar a retencao (dias)"
               display "3 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_arq

               evaluate opcao_arq
                   when '1' perform executa-arquivamento
                   when '2' perform configura-retencao
                   when '3' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-arquivamento-exit.
           exit.

      *-----------------------------------------------------------------
      * configura a retencao (em dias) dos movimentos nos arquivos
      * vivos; o que for mais velho que isso vai para o arquivo morto
       configura-retencao section.
           display erase
           display "Retencao atual: " ctl_dias_retencao " dias"
           move 0 to dias_retencao_tmp
           perform until dias_retencao_tmp is numeric
                     and dias_retencao_tmp > 0
               display "Nova retencao em dias: "
               accept dias_retencao_tmp
           end-perform
           move dias_retencao_tmp to ctl_dias_retencao
           perform grava-controle-arquiva
           display "Retencao configurada"
           .
       configura-retencao-exit.
           exit.

      *-----------------------------------------------------------------
      * move para os arquivos mortos anuais os registros de HISTOR,
      * VENDAS e AUDIT mais velhos que a retencao configurada, regrava
      * os arquivos vivos e resume os totais no relatorio RELARQ
       executa-arquivamento section.
           display erase
           accept dt_raw from date yyyymmdd
           compute dt_raw = function date-of-integer(
                   function integer-of-date(dt_raw)
                 - ctl_dias_retencao)
           move dt_raw to dt_corte_ed

           display "Arquivando os movimentos anteriores a "
                   dt_corte_ed "..."

           open output relarq
           move spaces to linha_relarq
           string "ARQUIVAMENTO DE MOVIMENTOS - CORTE "
                                   delimited by size
                  dt_corte_ed      delimited by size
               into linha_relarq
           end-string
           write linha_relarq
           move spaces to linha_relarq
           write linha_relarq

           perform arquiva-histor
           perform arquiva-vendas
           perform arquiva-audit

           close relarq
           display "Resumo gravado no arquivo RELARQ"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       executa-arquivamento-exit.
           exit.

      *-----------------------------------------------------------------
      * arquiva o historico de comparacoes: os registros anteriores ao
      * corte vao para HISTOR.A<ano> e o HISTOR vivo e regravado
       arquiva-histor section.
           move "HISTOR.A" to arq_prefixo_morto
           move "HISTOR"   to arq_nome_resumo
           move 'N' to arq_tem_aberto
           move 0   to ct_movidos
           move 0   to ct_mantidos

           open input histor
           if fs_histor = "35"
               perform grava-resumo-arquiva
               go to arquiva-histor-exit
           end-if
           open output arqtmp

           move 'N' to fim_histor
           perform until fim_histor = 'S'
               read histor
                   at end
                       move 'S' to fim_histor
                   not at end
                       if hi_dt < dt_corte_ed
                           move hist_reg  to registro_arqmorto
                           move hi_dt(1:4) to arq_ano_reg
                           perform grava-registro-morto
                           add 1 to ct_movidos
                       else
                           write registro_arqtmp from hist_reg
                           add 1 to ct_mantidos
                       end-if
               end-read
           end-perform
           close histor
           close arqtmp
           if arq_tem_aberto = 'S'
               close arqmorto
               move 'N' to arq_tem_aberto
           end-if

           open output histor
           open input arqtmp
           move 'N' to fim_arqtmp
           perform until fim_arqtmp = 'S'
               read arqtmp into hist_reg
                   at end
                       move 'S' to fim_arqtmp
                   not at end
                       write hist_reg
               end-read
           end-perform
           close arqtmp
           close histor

           perform grava-resumo-arquiva
           .
       arquiva-histor-exit.
           exit.

      *-----------------------------------------------------------------
      * arquiva o movimento de vendas: os registros anteriores ao
      * corte vao para VENDAS.A<ano> e o VENDAS vivo e regravado
       arquiva-vendas section.
           move "VENDAS.A" to arq_prefixo_morto
           move "VENDAS"   to arq_nome_resumo
           move 'N' to arq_tem_aberto
           move 0   to ct_movidos
           move 0   to ct_mantidos

           open input vendas
           if fs_vendas = "35"
               perform grava-resumo-arquiva
               go to arquiva-vendas-exit
           end-if
           open output arqtmp

           move 'N' to fim_vendas
           perform until fim_vendas = 'S'
               read vendas
                   at end
                       move 'S' to fim_vendas
                   not at end
                       if vd_dt < dt_corte_ed
                           move venda_reg  to registro_arqmorto
                           move vd_dt(1:4) to arq_ano_reg
                           perform grava-registro-morto
                           add 1 to ct_movidos
                       else
                           write registro_arqtmp from venda_reg
                           add 1 to ct_mantidos
                       end-if
               end-read
           end-perform
           close vendas
           close arqtmp
           if arq_tem_aberto = 'S'
               close arqmorto
               move 'N' to arq_tem_aberto
           end-if

           open output vendas
           open input arqtmp
           move 'N' to fim_arqtmp
           perform until fim_arqtmp = 'S'
               read arqtmp into venda_reg
                   at end
                       move 'S' to fim_arqtmp
                   not at end
                       write venda_reg
               end-read
           end-perform
           close arqtmp
           close vendas

           perform grava-resumo-arquiva
           .
       arquiva-vendas-exit.
           exit.

      *-----------------------------------------------------------------
      * arquiva a trilha de auditoria: os registros anteriores ao
      * corte vao para AUDIT.A<ano> e o AUDIT vivo e regravado
       arquiva-audit section.
           move "AUDIT.A " to arq_prefixo_morto
           move "AUDIT"    to arq_nome_resumo
           move 'N' to arq_tem_aberto
           move 0   to ct_movidos
           move 0   to ct_mantidos

           open input audit
           if fs_audit = "35"
               perform grava-resumo-arquiva
               go to arquiva-audit-exit
           end-if
           open output arqtmp

           move 'N' to fim_audit
           perform until fim_audit = 'S'
               read audit
                   at end
                       move 'S' to fim_audit
                   not at end
                       if au_dt < dt_corte_ed
                           move audit_reg  to registro_arqmorto
                           move au_dt(1:4) to arq_ano_reg
                           perform grava-registro-morto
                           add 1 to ct_movidos
                       else
                           write registro_arqtmp from audit_reg
                           add 1 to ct_mantidos
                       end-if
               end-read
           end-perform
           close audit
           close arqtmp
           if arq_tem_aberto = 'S'
               close arqmorto
               move 'N' to arq_tem_aberto
           end-if

           open output audit
           open input arqtmp
           move 'N' to fim_arqtmp
           perform until fim_arqtmp = 'S'
               read arqtmp into audit_reg
                   at end
                       move 'S' to fim_arqtmp
                   not at end
                       write audit_reg
               end-read
           end-perform
           close arqtmp
           close audit

           perform grava-resumo-arquiva
           .
       arquiva-audit-exit.
           exit.

      *-----------------------------------------------------------------
      * acrescenta o registro em "registro_arqmorto" no arquivo morto
      * do ano "arq_ano_reg", trocando de arquivo na virada de ano (os
      * movimentos sao gravados em ordem cronologica)
       grava-registro-morto section.
           if arq_tem_aberto = 'N' or arq_ano_reg <> arq_ano_aberto
               if arq_tem_aberto = 'S'
                   close arqmorto
               end-if
               move spaces to nome_arq_morto
               string function trim(arq_prefixo_morto)
                                      delimited by size
                      arq_ano_reg     delimited by size
                   into nome_arq_morto
               end-string
               open extend arqmorto
               if fs_arqmorto = "35"
                   open output arqmorto
               end-if
               move arq_ano_reg to arq_ano_aberto
               move 'S'         to arq_tem_aberto
           end-if
           write registro_arqmorto
           .
       grava-registro-morto-exit.
           exit.

      *-----------------------------------------------------------------
      * grava e exibe a linha de resumo do arquivo que acabou de ser
      * arquivado (movidos e mantidos)
       grava-resumo-arquiva section.
           move ct_movidos  to ct_movidos_ed
           move ct_mantidos to ct_mantidos_ed
           move spaces to linha_relarq
           string arq_nome_resumo         delimited by size
                  " - MOVIDOS: "          delimited by size
                  ct_movidos_ed           delimited by size
                  "  MANTIDOS: "          delimited by size
                  ct_mantidos_ed          delimited by size
               into linha_relarq
           end-string
           write linha_relarq
           display linha_relarq
           .
       grava-resumo-arquiva-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de manutencao das promocoes com vigencia (diferente da
      * simulacao de precos: as promocoes sao reais e datadas)
       cadastro-promocoes section.
           move space to opcao_pro

           perform until opcao_pro = '4'
               display erase
               display "1 - Incluir promocao"
               display "2 - Listar promocoes"
               display "3 - Excluir promocao"
               display "4 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_pro

               evaluate opcao_pro
                   when '1' perform inclui-promocao
                   when '2' perform lista-promocoes
                   when '3' perform exclui-promocao
                   when '4' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-promocoes-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de uma promocao: pizza (ou todas), desconto percentual
      * ou preco fixo, vigencia e dia da semana opcional
       inclui-promocao section.
           display erase
           display "Codigo da pizza (0 = todas): "
           accept promo_codigo_tmp
           if promo_codigo_tmp > 0
               move promo_codigo_tmp to cod_busca
               perform busca-pizza
               if achou_pizza = 'N'
                   display "Pizza nao encontrada"
                   go to inclui-promocao-exit
               end-if
           end-if

           move space to promo_tipo_tmp
           perform until promo_tipo_tmp = 'P'
                     or promo_tipo_tmp = 'F'
               display "Tipo: 'P' desconto percentual / 'F' preco fixo"
               accept promo_tipo_tmp
           end-perform

           move 0 to promo_valor_tmp
           if promo_tipo_tmp = 'P'
               perform until promo_valor_tmp is numeric
                         and promo_valor_tmp > 0
                         and promo_valor_tmp < 100
                   display "Percentual de desconto (ex 20,00): "
                   accept promo_valor_tmp
               end-perform
           else
               perform until promo_valor_tmp is numeric
                         and promo_valor_tmp > 0
                   display "Preco promocional: "
                   accept promo_valor_tmp
               end-perform
           end-if

           move 0 to promo_dtini_tmp
           perform until promo_dtini_tmp is numeric
                     and promo_dtini_tmp > 0
               display "Data inicial da vigencia (AAAAMMDD): "
               accept promo_dtini_tmp
           end-perform

           move 0 to promo_dtfim_tmp
           perform until promo_dtfim_tmp is numeric
                     and promo_dtfim_tmp >= promo_dtini_tmp
               display "Data final da vigencia (AAAAMMDD): "
               accept promo_dtfim_tmp
           end-perform

           move 9 to promo_dia_tmp
           perform until promo_dia_tmp is numeric
                     and promo_dia_tmp <= 7
               display "Dia da semana (0 = todos, 1 = segunda ... "
                       "7 = domingo): "
               accept promo_dia_tmp
           end-perform

           move "PROMO"       to seq_nome
           move ultimo_promo  to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-promocao-exit
           end-if
           move seq_proximo   to ultimo_promo
           move ultimo_promo    to pr_numero
           move promo_codigo_tmp to pr_codigo
           move promo_tipo_tmp  to pr_tipo
           move promo_valor_tmp to pr_valor
           move promo_dtini_tmp to pr_dt_ini
           move promo_dtfim_tmp to pr_dt_fim
           move promo_dia_tmp   to pr_dia_semana
           write promo_reg
               invalid key
                   display "Erro ao gravar a promocao"
               not invalid key
                   display "Promocao incluida com o numero " pr_numero
           end-write
           .
       inclui-promocao-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem das promocoes cadastradas
       lista-promocoes section.
           display erase
           display "Num Pizza Tipo Valor  Vigencia              Dia"

           move 'N' to fim_promo
           move 0   to pr_numero
           start promo key not less pr_numero
               invalid key
                   move 'S' to fim_promo
           end-start
           perform until fim_promo = 'S'
               read promo next record
                   at end
                       move 'S' to fim_promo
                   not at end
                       move pr_valor  to valor_promo_ed
                       move pr_dt_ini to dt_promo_ini_ed
                       move pr_dt_fim to dt_promo_fim_ed
                       display pr_numero " " pr_codigo "  " pr_tipo
                               "  " valor_promo_ed " "
                               dt_promo_ini_ed " a " dt_promo_fim_ed
                               "  " pr_dia_semana
               end-read
           end-perform

           display "(pizza 00000 = todas; dia 0 = todos os dias)"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-promocoes-exit.
           exit.

      *-----------------------------------------------------------------
      * exclusao de uma promocao pelo numero, com a promocao presa
      * ate a confirmacao
       exclui-promocao section.
           display erase
           display "Informe o numero da promocao: "
           accept num_promo_tmp

           move num_promo_tmp to pr_numero
           perform bloqueia-promo
           if bloqueio_ok = 'N'
               if fs_promo not = "51"
                   display "Promocao nao encontrada"
               end-if
               go to exclui-promocao-exit
           end-if

           move pr_valor  to valor_promo_ed
           move pr_dt_ini to dt_promo_ini_ed
           move pr_dt_fim to dt_promo_fim_ed
           display pr_numero " " pr_codigo "  " pr_tipo "  "
                   valor_promo_ed " " dt_promo_ini_ed " a "
                   dt_promo_fim_ed "  " pr_dia_semana
           display "Confirma a exclusao? (S/N)"
           accept resposta
           if resposta <> 'S' and resposta <> 's'
               move 'N' to resposta
               unlock promo
               display "Exclusao cancelada"
               go to exclui-promocao-exit
           end-if
           move 'N' to resposta

           delete promo record
               invalid key
                   display "Promocao nao encontrada"
                   unlock promo
                   go to exclui-promocao-exit
           end-delete
           unlock promo

           display "Promocao excluida"
           .
       exclui-promocao-exit.
           exit.

      *-----------------------------------------------------------------
      * aplica sobre o preco em "det_pizza" as promocoes vigentes na
      * data "promo_data_num" para a pizza "codigo"; quando mais de
      * uma promocao alcanca a pizza vale o menor preco, sempre
      * calculado sobre o preco de tabela
       aplica-promocao section.
           compute promo_dia = function mod(
                   function integer-of-date(promo_data_num) - 1, 7)
                 + 1

           move preco to preco_base_promo
           move 'N'   to fim_promo
           move 0     to pr_numero
           start promo key not less pr_numero
               invalid key
                   move 'S' to fim_promo
           end-start

           perform until fim_promo = 'S'
               read promo next record
                   at end
                       move 'S' to fim_promo
                   not at end
                       if (pr_codigo = 0 or pr_codigo = codigo)
                         and promo_data_num >= pr_dt_ini
                         and promo_data_num <= pr_dt_fim
                         and (pr_dia_semana = 0
                              or pr_dia_semana = promo_dia)
                           if pr_tipo = 'F'
                               move pr_valor to preco_promo
                           else
                               compute preco_promo rounded =
                                       preco_base_promo
                                     * (100 - pr_valor) / 100
                           end-if
                           if preco_promo < preco
                               move preco_promo to preco
                           end-if
                       end-if
               end-read
           end-perform
           .
       aplica-promocao-exit.
           exit.

      *-----------------------------------------------------------------
      * menu de clientes e pedidos
       menu-pedidos section.
           move space to opcao_ped

           perform until opcao_ped = '11'
               display erase
               display "1 - Incluir cliente"
               display "2 - Listar clientes"
               display "3 - Alterar dados de um cliente"
               display "4 - Incluir pedido"
               display "5 - Consultar um pedido"
               display "6 - Avancar / cancelar status de um pedido"
               display "7 - Fila de producao (pedidos abertos)"
               display "8 - Consultar cliente (pedidos e pontos)"
               display "9 - Clientes sem pedido recente (reativacao)"
               display "10 - Configurar programa de pontos"
               display "11 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_ped

               evaluate opcao_ped
                   when '1' perform inclui-cliente
                   when '2' perform lista-clientes
                   when '3' perform altera-cliente
                   when '4' perform inclui-pedido
                   when '5' perform consulta-pedido
                   when '6' perform avanca-status-pedido
                   when '7' perform fila-producao
                   when '8' perform consulta-cliente
                   when '9' perform relatorio-reativacao
                   when '10' perform configura-fidelidade
                   when '11' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-pedidos-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um cliente
       inclui-cliente section.
           display erase
           display "Informe o nome do cliente: "
           move spaces to nome_cli_tmp
           accept nome_cli_tmp
           if nome_cli_tmp = spaces
               display "Nome nao informado, inclusao cancelada"
               go to inclui-cliente-exit
           end-if

           display "Informe o telefone: "
           move spaces to fone_tmp
           accept fone_tmp

           display "Informe o endereco: "
           move spaces to ende_tmp
           accept ende_tmp

           move 'N' to zona_ok
           perform until zona_ok = 'S'
               display "Zona de entrega (0 = sem zona): "
               accept cod_zona_tmp
               perform valida-zona
           end-perform

           move "CLIENT"      to seq_nome
           move ultimo_client to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-cliente-exit
           end-if
           move seq_proximo   to ultimo_client
           move ultimo_client to cl_codigo
           move nome_cli_tmp  to cl_nome
           move fone_tmp      to cl_fone
           move ende_tmp      to cl_endereco
           move cod_zona_tmp  to cl_zona
           move 0             to cl_pontos
           write client_reg
               invalid key
                   display "Erro ao gravar o cliente " nome_cli_tmp
               not invalid key
                   display "Cliente incluido com o codigo " cl_codigo
           end-write
           .
       inclui-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem do cadastro de clientes
       lista-clientes section.
           display erase
           display "Codigo Nome                 Telefone"

           move 'N' to fim_client
           move 0   to cl_codigo
           start client key not less cl_codigo
               invalid key
                   move 'S' to fim_client
           end-start
           perform until fim_client = 'S'
               read client next record
                   at end
                       move 'S' to fim_client
                   not at end
                       perform normaliza-cliente
                       display cl_codigo " " cl_nome " " cl_fone
                       display "       " cl_endereco " zona " cl_zona
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-clientes-exit.
           exit.

      *-----------------------------------------------------------------
      * alteracao dos dados de um cliente
       altera-cliente section.
           display erase
           display "Informe o codigo do cliente: "
           accept cod_cliente_tmp

           move cod_cliente_tmp to cl_codigo
           perform bloqueia-client
           if bloqueio_ok = 'N'
               if fs_client not = "51"
                   display "Cliente nao encontrado"
               end-if
               go to altera-cliente-exit
           end-if

           display "Nome atual.......: " cl_nome
           display "Novo nome (em branco mantem o atual): "
           move spaces to nome_cli_tmp
           accept nome_cli_tmp
           if nome_cli_tmp not = spaces
               move nome_cli_tmp to cl_nome
           end-if

           display "Telefone atual...: " cl_fone
           display "Novo telefone (em branco mantem o atual): "
           move spaces to fone_tmp
           accept fone_tmp
           if fone_tmp not = spaces
               move fone_tmp to cl_fone
           end-if

           display "Endereco atual...: " cl_endereco
           display "Novo endereco (em branco mantem o atual): "
           move spaces to ende_tmp
           accept ende_tmp
           if ende_tmp not = spaces
               move ende_tmp to cl_endereco
           end-if

           perform normaliza-cliente
           display "Zona atual.......: " cl_zona
           move 'N' to zona_ok
           perform until zona_ok = 'S'
               display "Nova zona (0 mantem a atual): "
               accept cod_zona_tmp
               perform valida-zona
           end-perform
           if cod_zona_tmp > 0
               move cod_zona_tmp to cl_zona
           end-if

           rewrite client_reg
               invalid key
                   display "Erro ao atualizar o cliente"
                   unlock client
                   go to altera-cliente-exit
           end-rewrite
           unlock client
           display "Cliente atualizado com sucesso"
           .
       altera-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * clientes gravados antes da zona de entrega chegam com o campo
      * em branco: ficam sem zona; os gravados antes do programa de
      * pontos ficam com o saldo zerado
       normaliza-cliente section.
           if cl_zona is not numeric
               move 0 to cl_zona
           end-if
           if cl_pontos is not numeric
               move 0 to cl_pontos
           end-if
           .
       normaliza-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um pedido: cabecalho com cliente, data/hora, canal
      * e status aberto, seguido dos itens validados pelo cadastro, do
      * resgate de pontos, da forma de pagamento e do total; no fim sai
      * a comanda da cozinha; o pedido fica ligado ao operador e ao
      * turno de caixa aberto
       inclui-pedido section.
           display erase
           if turno_corrente > 0
               move turno_corrente to tu_numero
               read turno record
                   invalid key
                       move 0 to turno_corrente
                   not invalid key
                       if tu_status <> 'A'
                           move 0 to turno_corrente
                       end-if
               end-read
           end-if
           if turno_corrente = 0
               display "Nenhum turno de caixa aberto para o operador;"
               display "abra o turno no menu do caixa antes de incluir"
               display "pedidos"
               display "Tecle <enter> para voltar"
               accept pausa
               go to inclui-pedido-exit
           end-if
           display "Informe o codigo do cliente: "
           accept cod_cliente_tmp
           move cod_cliente_tmp to cl_codigo
           read client record
               invalid key
                   display "Cliente nao encontrado"
                   go to inclui-pedido-exit
           end-read
           display "Cliente: " cl_nome
           perform normaliza-cliente

           move 'N' to canal_ok
           perform until canal_ok = 'S'
               display "Canal de venda (0 = balcao): "
               accept canal_tmp
               perform valida-canal
           end-perform

           move space to entrega_tmp
           perform until entrega_tmp = 'S' or entrega_tmp = 'N'
               display "Pedido para entrega? (S/N)"
               accept entrega_tmp
               move function upper-case(entrega_tmp) to entrega_tmp
           end-perform

           move 0 to cod_zona_tmp
           move 0 to taxa_zona_tmp
           if entrega_tmp = 'S'
               move cl_zona to cod_zona_tmp
               if cod_zona_tmp > 0
                   perform valida-zona
               else
                   move 'N' to zona_ok
               end-if
               perform until zona_ok = 'S' and cod_zona_tmp > 0
                   display "Cliente sem zona; informe a zona de "
                           "entrega: "
                   accept cod_zona_tmp
                   perform valida-zona
               end-perform
               move zn_taxa to taxa_zona_tmp
               move zn_taxa to taxa_ed
               display "Zona: " zn_bairro "  Taxa de entrega: " taxa_ed
           end-if

           move "PEDIDO"      to seq_nome
           move ultimo_pedido to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               display "Pedido nao incluido"
               display "Tecle <enter> para voltar"
               accept pausa
               go to inclui-pedido-exit
           end-if
           move seq_proximo   to ultimo_pedido
           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move ultimo_pedido   to pd_numero
           move cod_cliente_tmp to pd_cliente
           move dt_raw          to pd_dt
           move hr_hhmmss       to pd_hora
           move canal_tmp       to pd_canal
           move 'A'             to pd_status
           move space           to pd_forma_pag
           move 0               to pd_total
           move entrega_tmp     to pd_entrega
           move cod_zona_tmp    to pd_zona
           move taxa_zona_tmp   to pd_taxa_entrega
           move 0               to pd_motoboy
           move 0               to pd_hora_saida
           move 0               to pd_dt_entrega
           move 0               to pd_hora_entrega
           move 0               to pd_valor_pago
           move 0               to pd_troco
           move operador_corrente to pd_operador
           move turno_corrente  to pd_turno
           move 0               to pd_desconto
           move 0               to pd_pontos_resg
           move 0               to pd_pontos_ganhos
           write pedido_reg
               invalid key
                   display "Erro ao gravar o pedido"
                   go to inclui-pedido-exit
           end-write

           perform inclui-itens-pedido

           move pd_numero to num_pedido_tmp
           perform totaliza-pedido
           add taxa_zona_tmp to total_pedido
           move total_pedido to total_pedido_ed
           display "Total do pedido: " total_pedido_ed
           perform resgata-pontos-pedido

           move space to forma_pag_tmp
           perform until forma_pag_tmp = 'D' or forma_pag_tmp = 'C'
                     or forma_pag_tmp = 'B' or forma_pag_tmp = 'P'
                     or forma_pag_tmp = 'A'
               display "Pagamento: 'D' dinheiro / 'C' credito / "
                       "'B' debito / 'P' PIX / 'A' pago no aplicativo"
               accept forma_pag_tmp
           end-perform

           move total_pedido to valor_pago_tmp
           move 0            to troco_tmp
           if forma_pag_tmp = 'D'
               perform recebe-dinheiro-pedido
           end-if

           move forma_pag_tmp  to pd_forma_pag
           move total_pedido   to pd_total
           move valor_pago_tmp to pd_valor_pago
           move troco_tmp      to pd_troco
           move desconto_fid   to pd_desconto
           move pontos_resg_tmp to pd_pontos_resg
           rewrite pedido_reg
               invalid key
                   display "Erro ao atualizar o pedido"
                   go to inclui-pedido-exit
           end-rewrite

           perform imprime-comanda

           display "Pedido incluido com o numero " pd_numero
           display "Tecle <enter> para voltar"
           accept pausa
           .
       inclui-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * pagamento em dinheiro: valor entregue pelo cliente (ou que o
      * motoboy deve receber) e o troco; zero vale o valor exato
       recebe-dinheiro-pedido section.
           move 0 to valor_pago_tmp
           perform until valor_pago_tmp >= total_pedido
               display "Valor recebido em dinheiro (0 = valor exato): "
               accept valor_pago_tmp
               if valor_pago_tmp is not numeric
                   move 0 to valor_pago_tmp
               end-if
               if valor_pago_tmp = 0
                   move total_pedido to valor_pago_tmp
               end-if
               if valor_pago_tmp < total_pedido
                   display "Valor menor que o total do pedido"
               end-if
           end-perform

           compute troco_tmp = valor_pago_tmp - total_pedido
           move troco_tmp to total_pedido_ed
           display "Troco: " total_pedido_ed
           .
       recebe-dinheiro-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * digitacao dos itens do pedido recem-criado; cada item e
      * validado pelo cadastro de pizzas, pode ser meio a meio (segundo
      * sabor) e levar ate 5 adicionais do catalogo de ingredientes; o
      * preco sugerido e o da metade mais cara, pelo preco efetivo (com
      * promocao) do dia, mais o preco de cada adicional
       inclui-itens-pedido section.
           move 0 to seq_item
           move 1 to cod_item
           perform until cod_item = 0
               display "Codigo da pizza (0 = encerrar): "
               accept cod_item
               if cod_item > 0
                   move cod_item to cod_busca
                   perform busca-pizza
                   if achou_pizza = 'N'
                       display "Pizza nao encontrada"
                   else
                       initialize itped_reg
                       move cod_item to it_codigo

                       move 'N' to achou_pizza
                       perform until achou_pizza = 'S'
                           display "Segundo sabor - meio a meio "
                                   "(0 = pizza inteira): "
                           accept cod_item2
                           if cod_item2 = 0
                               move 'S' to achou_pizza
                           else
                               move cod_item2 to cod_busca
                               perform busca-pizza
                               if achou_pizza = 'N'
                                   display "Pizza nao encontrada"
                               end-if
                           end-if
                       end-perform
                       move cod_item2 to it_codigo2

                       perform inclui-adicionais-item

                       move 0 to qtde_venda_tmp
                       perform until qtde_venda_tmp is numeric
                                 and qtde_venda_tmp > 0
                           display "Quantidade: "
                           accept qtde_venda_tmp
                       end-perform

                       accept dt_raw from date yyyymmdd
                       move dt_raw to promo_data_num
                       perform apura-item-pedido
                       move preco_item_calc to preco_item_ed
                       display "Preco calculado: " preco_item_ed

                       display "Preco unitario (0 = preco calculado): "
                       accept preco_venda_tmp
                       perform until preco_venda_tmp is numeric
                           display "Preco invalido, informe novamente: "
                           accept preco_venda_tmp
                       end-perform
                       if preco_venda_tmp = 0
                           move preco_item_calc to preco_venda_tmp
                       end-if

                       display "Observacao para a cozinha (em branco "
                               "= nenhuma): "
                       move spaces to obs_tmp
                       accept obs_tmp
                       move obs_tmp to it_obs

                       add 1 to seq_item
                       move pd_numero       to it_numero
                       move seq_item        to it_seq
                       move qtde_venda_tmp  to it_qtde
                       move preco_venda_tmp to it_preco
                       write itped_reg
                           invalid key
                               display "Erro ao gravar o item"
                           not invalid key
                               display "Item incluido"
                       end-write
                   end-if
               end-if
           end-perform

           if seq_item = 0
               display "AVISO: pedido sem itens"
           end-if
           .
       inclui-itens-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * digitacao dos adicionais do item em montagem ("itped_reg"): so
      * valem os ingredientes com preco como adicional no catalogo, e o
      * preco do dia fica gravado no item
       inclui-adicionais-item section.
           move 0 to it_qtd_extras
           move 1 to cod_extra
           perform until cod_extra = 0 or it_qtd_extras = 5
               display "Adicional - codigo do ingrediente "
                       "(0 = nenhum / encerrar): "
               accept cod_extra
               if cod_extra > 0
                   move cod_extra to ig_codigo
                   read ingred record
                       invalid key
                           display "Ingrediente nao encontrado"
                       not invalid key
      * ingredientes gravados antes do preco como adicional chegam com
      * o campo em branco; valem como nao vendidos como adicional
                           if ig_preco_extra is not numeric
                               move 0 to ig_preco_extra
                           end-if
                           if ig_preco_extra = 0
                               display "Ingrediente nao e vendido "
                                       "como adicional"
                           else
                               add 1 to it_qtd_extras
                               move ig_codigo
                                 to it_ex_ingred(it_qtd_extras)
                               move ig_preco_extra
                                 to it_ex_preco(it_qtd_extras)
                               move ig_preco_extra to preco_item_ed
                               display "+ " ig_nome " " preco_item_ed
                           end-if
                   end-read
               end-if
           end-perform
           .
       inclui-adicionais-item-exit.
           exit.

      *-----------------------------------------------------------------
      * preco e custo unitarios do item em "itped_reg" na data
      * "promo_data_num": pizza inteira vale o preco efetivo e o custo
      * do sabor; meio a meio cobra a metade mais cara e custa metade
      * de cada receita; cada adicional soma o preco gravado no item e
      * o custo da porcao pelo preco atual do ingrediente; "achou_pizza"
      * e "det_pizza" ficam com o primeiro sabor
       apura-item-pedido section.
           move promo_data_num to dt_item_calc
           move 0      to preco_sabor2
           move 0      to custo_sabor2
           move spaces to nome_sabor2
           if it_codigo2 > 0
               move it_codigo2 to cod_busca
               perform busca-pizza
               if achou_pizza = 'S'
                   move pz_preco     to preco
                   move dt_item_calc to promo_data_num
                   perform aplica-promocao
                   move preco to preco_sabor2
                   move custo to custo_sabor2
                   move nome  to nome_sabor2
               else
                   move "*SEM CADASTRO*" to nome_sabor2
               end-if
           end-if

           move it_codigo to cod_busca
           perform busca-pizza
           if achou_pizza = 'N'
               move 0 to preco_item_calc
               move 0 to custo_item_calc
               go to apura-item-pedido-exit
           end-if
           move pz_preco     to preco
           move dt_item_calc to promo_data_num
           perform aplica-promocao

           if it_codigo2 = 0
               move preco to preco_item_calc
               move custo to custo_item_calc
           else
               if preco_sabor2 > preco
                   move preco_sabor2 to preco_item_calc
               else
                   move preco        to preco_item_calc
               end-if
               compute custo_item_calc rounded =
                       (custo + custo_sabor2) / 2
           end-if

           perform varying ix_extra from 1 by 1
                     until ix_extra > it_qtd_extras
               compute preco_item_calc = preco_item_calc
                                       + it_ex_preco(ix_extra)
                   on size error
                       display "Erro: preco do item fora da faixa"
               end-compute
               move it_ex_ingred(ix_extra) to ig_codigo
               read ingred record
                   invalid key
                       continue
                   not invalid key
                       if ig_porcao_extra is not numeric
                           move 0 to ig_porcao_extra
                       end-if
                       compute custo_item_calc rounded =
                               custo_item_calc
                             + ig_porcao_extra * ig_preco_unit
                           on size error
                               display "Erro: custo do item fora da "
                                       "faixa"
                       end-compute
               end-read
           end-perform
           .
       apura-item-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * itens gravados antes do meio a meio e dos adicionais chegam com
      * os campos em branco; valem como pizza inteira sem adicionais
       normaliza-item-pedido section.
           if it_codigo2 is not numeric
               move 0 to it_codigo2
           end-if
           if it_qtd_extras is not numeric or it_qtd_extras > 5
               move 0 to it_qtd_extras
           end-if
           .
       normaliza-item-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "itped_reg" o item da venda que acabou de ser lida:
      * venda gerada por pedido le o item de origem no ITPED (sabores e
      * adicionais); venda lancada ou importada vira pizza inteira do
      * codigo vendido, sem adicionais
       carrega-item-venda section.
      * movimentos gravados antes do segundo sabor e do item de origem
      * chegam com os campos em branco; valem como pizza inteira (0)
           if vd_codigo2 is not numeric
               move 0 to vd_codigo2
           end-if
           if vd_pedido is not numeric
               move 0 to vd_pedido
           end-if
           if vd_item is not numeric
               move 0 to vd_item
           end-if

           if vd_pedido > 0
               move vd_pedido to it_numero
               move vd_item   to it_seq
               read itped record
                   invalid key
                       move 0 to vd_pedido
                   not invalid key
                       perform normaliza-item-pedido
               end-read
           end-if

           if vd_pedido = 0
               initialize itped_reg
               move vd_codigo  to it_codigo
               move vd_codigo2 to it_codigo2
               move 0          to it_qtd_extras
           end-if
           .
       carrega-item-venda-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "status_desc" a descricao do status do pedido lido
       descreve-status-pedido section.
           evaluate pd_status
               when 'A' move "ABERTO"            to status_desc
               when 'S' move "SAIU PARA ENTREGA" to status_desc
               when 'E' move "ENTREGUE"          to status_desc
               when 'C' move "CANCELADO"         to status_desc
               when other move "DESCONHECIDO"    to status_desc
           end-evaluate
           .
       descreve-status-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * consulta de um pedido: cabecalho e itens
       consulta-pedido section.
           display erase
           display "Informe o numero do pedido: "
           accept num_pedido_tmp

           move num_pedido_tmp to pd_numero
           read pedido record
               invalid key
                   display "Pedido nao encontrado"
                   go to consulta-pedido-exit
           end-read

           move pd_cliente to cl_codigo
           read client record
               invalid key
                   move "(cliente removido)" to cl_nome
           end-read
           perform descreve-status-pedido
           move pd_dt to dt_pedido_ed

           display "Pedido.: " pd_numero "  Data: " dt_pedido_ed
           display "Cliente: " pd_cliente " " cl_nome
           display "Canal..: " pd_canal "  Status: " status_desc
           perform normaliza-pedido
           perform descreve-forma-pagamento
           move pd_total to total_pedido_ed
           display "Pagto..: " forma_pag_desc "  Total: "
                   total_pedido_ed
           if pd_desconto > 0
               move pd_desconto    to total_pedido_ed
               move pd_pontos_resg to pontos_ed
               display "Desconto por pontos: " total_pedido_ed
                       " (" pontos_ed " pontos)"
           end-if
           if pd_pontos_ganhos > 0
               move pd_pontos_ganhos to pontos_ed
               display "Pontos ganhos: " pontos_ed
           end-if
           if pd_forma_pag = 'D' and pd_troco > 0
               move pd_valor_pago to total_pedido_ed
               display "Recebido: " total_pedido_ed
               move pd_troco to total_pedido_ed
               display "Troco...: " total_pedido_ed
           end-if
           display "Operador: " pd_operador "  Turno: " pd_turno
           if pd_entrega = 'S'
               move pd_taxa_entrega to taxa_ed
               display "Entrega: zona " pd_zona "  Taxa: " taxa_ed
                       "  Motoboy: " pd_motoboy
           end-if
           display "Itens:"

           move 'N' to fim_itped
           move num_pedido_tmp to it_numero
           move 0              to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> num_pedido_tmp
                           move 'S' to fim_itped
                       else
                           perform normaliza-item-pedido
                           move it_codigo to cod_busca
                           perform busca-pizza
                           if achou_pizza = 'N'
                               move "*SEM CADASTRO*" to nome
                           end-if
                           move it_preco to preco_item_ed
                           display "  " it_seq " " it_codigo " "
                                   nome " " it_qtde " x "
                                   preco_item_ed
                           perform exibe-composicao-item
                       end-if
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       consulta-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * exibe, abaixo da linha do item lido em "itped_reg", o segundo
      * sabor (meio a meio), os adicionais e a observacao
       exibe-composicao-item section.
           perform monta-composicao-item
           perform varying ix_comp from 1 by 1 until ix_comp > qtd_comp
               display comp_linha(ix_comp)
           end-perform
           .
       exibe-composicao-item-exit.
           exit.

      *-----------------------------------------------------------------
      * avanco (aberto > saiu para entrega > entregue; o pedido de
      * balcao passa de aberto direto para entregue) ou cancelamento
      * do status de um pedido; na saida para entrega o pedido recebe o
      * motoboy e a hora de saida, e ao marcar como entregue a data e
      * hora da entrega; os itens viram movimentos no VENDAS, com a
      * data do dia e o canal do pedido, e o cliente ganha os pontos;
      * no cancelamento os pontos resgatados voltam para o cliente; o
      * pedido so fica preso durante a gravacao, depois das perguntas,
      * e nada muda se outro terminal alterou o status nesse meio tempo
       avanca-status-pedido section.
           display erase
           display "Informe o numero do pedido: "
           accept num_pedido_tmp

           move num_pedido_tmp to pd_numero
           read pedido record
               invalid key
                   display "Pedido nao encontrado"
                   go to avanca-status-pedido-exit
           end-read
           if fs_pedido = "51"
               display "Registro em uso por outro terminal"
               display "Tecle <enter> para voltar"
               accept pausa
               go to avanca-status-pedido-exit
           end-if
           perform normaliza-pedido

           perform descreve-status-pedido
           display "Status atual: " status_desc
           if pd_status = 'E' or pd_status = 'C'
               display "Pedido encerrado; status nao pode mudar"
               display "Tecle <enter> para voltar"
               accept pausa
               go to avanca-status-pedido-exit
           end-if

           display "1 - Avancar o status"
           display "2 - Cancelar o pedido"
           display "3 - Voltar"
           accept resposta
           evaluate resposta
               when '1'
                   if pd_status = 'A' and pd_entrega = 'S'
                       perform atribui-motoboy
                   end-if
               when '2'
                   continue
               when other
                   move 'N' to resposta
                   go to avanca-status-pedido-exit
           end-evaluate
           move resposta  to opcao_status_ped
           move 'N'       to resposta
           move pd_status to status_lido_ped

           move num_pedido_tmp to pd_numero
           perform bloqueia-pedido
           if bloqueio_ok = 'N'
               if fs_pedido not = "51"
                   display "Pedido nao encontrado"
               end-if
               go to avanca-status-pedido-exit
           end-if
           perform normaliza-pedido
           if pd_status <> status_lido_ped
               unlock pedido
               display "Pedido alterado em outro terminal; status nao "
                       "mudou"
               display "Tecle <enter> para voltar"
               accept pausa
               go to avanca-status-pedido-exit
           end-if

           evaluate opcao_status_ped
               when '1'
                   if pd_status = 'A' and pd_entrega = 'S'
                       accept hr_raw from time
                       move cod_motob_tmp to pd_motoboy
                       move hr_hhmmss     to pd_hora_saida
                       move 'S' to pd_status
                   else
                       accept dt_raw from date yyyymmdd
                       accept hr_raw from time
                       move dt_raw    to pd_dt_entrega
                       move hr_hhmmss to pd_hora_entrega
                       move 'E' to pd_status
                       perform calcula-pontos-pedido
                   end-if
               when '2'
                   move 'C' to pd_status
           end-evaluate

      * os pontos do cliente mudam antes do pedido: se o cliente nao
      * pode ser atualizado o status fica como estava, para nova
      * tentativa; com o pedido preso, o cliente preso por outro
      * terminal nao e esperado
           move 'S' to pontos_ok
           move 'D' to espera_bloqueio
           if pd_status = 'E'
               perform credita-pontos-pedido
           end-if
           if pd_status = 'C'
               perform estorna-pontos-pedido
           end-if
           move 'N' to espera_bloqueio
           if pontos_ok = 'N'
               unlock pedido
               display "Status do pedido nao alterado; tente de novo"
               display "Tecle <enter> para voltar"
               accept pausa
               go to avanca-status-pedido-exit
           end-if

           rewrite pedido_reg
               invalid key
                   display "Erro ao atualizar o pedido"
                   unlock pedido
                   go to avanca-status-pedido-exit
           end-rewrite
           unlock pedido

           perform descreve-status-pedido
           display "Novo status: " status_desc

           if pd_status = 'S' and pd_entrega = 'S'
               perform imprime-guia-entrega
           end-if
           if pd_status = 'E'
               perform gera-vendas-pedido
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       avanca-status-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * pedido de entrega saindo da loja: pede o motoboy, que fica em
      * "cod_motob_tmp" para a gravacao do pedido
       atribui-motoboy section.
           move 'N' to motob_ok
           perform until motob_ok = 'S' and cod_motob_tmp > 0
               display "Motoboy que leva o pedido: "
               accept cod_motob_tmp
               perform valida-motoboy
           end-perform
           display "Motoboy: " mb_nome
           .
       atribui-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * gera no VENDAS um movimento por item do pedido que acabou de
      * ser marcado como entregue, para os relatorios de lucro; o
      * movimento leva o segundo sabor e o numero do pedido/item, de
      * onde o custo e a baixa de estoque tiram os adicionais
       gera-vendas-pedido section.
           open extend vendas
           if fs_vendas = "35"
               open output vendas
           end-if

           accept dt_raw from date yyyymmdd
           move dt_raw to dt_venda_ed

           move 'N' to fim_itped
           move pd_numero to it_numero
           move 0         to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> pd_numero
                           move 'S' to fim_itped
                       else
                           perform normaliza-item-pedido
                           move dt_venda_ed to vd_dt
                           move it_codigo   to vd_codigo
                           move it_qtde     to vd_qtde
                           move it_preco    to vd_preco
                           move pd_canal    to vd_canal
                           move it_codigo2  to vd_codigo2
                           move it_numero   to vd_pedido
                           move it_seq      to vd_item
                           write venda_reg
                       end-if
               end-read
           end-perform

           close vendas
           display "Itens do pedido lancados no VENDAS"
           .
       gera-vendas-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * soma em "total_pedido" o valor (quantidade x preco) dos itens
      * do pedido "num_pedido_tmp" e em "qtd_pizzas_fila" as pizzas
       totaliza-pedido section.
           move 0   to total_pedido
           move 0   to qtd_pizzas_fila
           move 'N' to fim_itped
           move num_pedido_tmp to it_numero
           move 0              to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> num_pedido_tmp
                           move 'S' to fim_itped
                       else
                           add it_qtde to qtd_pizzas_fila
                           compute total_pedido = total_pedido
                                                + it_qtde * it_preco
                               on size error
                                   display "Erro: total do pedido fora "
                                           "da faixa"
                           end-compute
                       end-if
               end-read
           end-perform
           .
       totaliza-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * pedidos gravados antes da forma de pagamento e do total chegam
      * com os campos em branco: a forma fica como nao informada e o
      * total e refeito pelos itens; os gravados antes das zonas de
      * entrega ficam como pedido de balcao, sem taxa nem motoboy, e os
      * gravados antes do caixa por turno ficam fora de qualquer turno
      * e os gravados antes do programa de pontos ficam sem desconto
      * nem pontos
       normaliza-pedido section.
           if pd_total is not numeric
               move pd_numero to num_pedido_tmp
               perform totaliza-pedido
               move total_pedido to pd_total
           end-if
           if pd_zona is not numeric
               move 'N' to pd_entrega
               move 0   to pd_zona
               move 0   to pd_taxa_entrega
               move 0   to pd_motoboy
               move 0   to pd_hora_saida
               move 0   to pd_dt_entrega
               move 0   to pd_hora_entrega
           end-if
           if pd_turno is not numeric
               move pd_total to pd_valor_pago
               move 0        to pd_troco
               move 0        to pd_operador
               move 0        to pd_turno
           end-if
           if pd_desconto is not numeric
               move 0 to pd_desconto
               move 0 to pd_pontos_resg
               move 0 to pd_pontos_ganhos
           end-if
           .
       normaliza-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "forma_pag_desc" a descricao da forma de pagamento
       descreve-forma-pagamento section.
           evaluate pd_forma_pag
               when 'D' move "DINHEIRO"           to forma_pag_desc
               when 'C' move "CARTAO DE CREDITO"  to forma_pag_desc
               when 'B' move "CARTAO DE DEBITO"   to forma_pag_desc
               when 'P' move "PIX"                to forma_pag_desc
               when 'A' move "PAGO NO APLICATIVO" to forma_pag_desc
               when other move "NAO INFORMADA"    to forma_pag_desc
           end-evaluate
           .
       descreve-forma-pagamento-exit.
           exit.

      *-----------------------------------------------------------------
      * monta em "comp_linha" as linhas de complemento do item lido em
      * "itped_reg" (segundo sabor, adicionais e observacao), usadas na
      * consulta, na comanda e na guia de entrega
       monta-composicao-item section.
           move 0      to qtd_comp
           move spaces to tabela_composicao

           if it_codigo2 > 0
               move it_codigo2 to cod_busca
               perform busca-pizza
               if achou_pizza = 'N'
                   move "*SEM CADASTRO*" to nome
               end-if
               add 1 to qtd_comp
               string "       MEIO A MEIO COM " delimited by size
                      it_codigo2                delimited by size
                      " "                       delimited by size
                      nome                      delimited by size
                   into comp_linha(qtd_comp)
               end-string
           end-if

           perform varying ix_extra from 1 by 1
                     until ix_extra > it_qtd_extras
               move it_ex_ingred(ix_extra) to ig_codigo
               read ingred record
                   invalid key
                       move "*SEM CADASTRO*" to ig_nome
               end-read
               add 1 to qtd_comp
               string "       + "           delimited by size
                      ig_nome               delimited by size
                   into comp_linha(qtd_comp)
               end-string
           end-perform

           if it_obs not = spaces
               add 1 to qtd_comp
               string "       OBS: "        delimited by size
                      it_obs                delimited by size
                   into comp_linha(qtd_comp)
               end-string
           end-if
           .
       monta-composicao-item-exit.
           exit.

      *-----------------------------------------------------------------
      * comanda da cozinha do pedido em "pedido_reg", gravada no
      * arquivo COMANDAnnnnn (numero do pedido) para a impressora da
      * cozinha: numero, data/hora, canal e os itens com sabores,
      * adicionais e observacoes
       imprime-comanda section.
           move spaces to nome_arq_comanda
           string "COMANDA"  delimited by size
                  pd_numero  delimited by size
               into nome_arq_comanda
           end-string
           open output comanda
           if fs_comanda not = "00"
               display "Erro ao gerar a comanda (status " fs_comanda ")"
               go to imprime-comanda-exit
           end-if

           move pd_dt   to dt_pedido_ed
           move pd_hora to hora_decomp_num
           move hd_hh   to hf_hh
           move hd_mm   to hf_mm
           move spaces to linha_comanda
           string "COMANDA DE COZINHA - PEDIDO " delimited by size
                  pd_numero                      delimited by size
               into linha_comanda
           end-string
           write linha_comanda
           move spaces to linha_comanda
           string "DATA: "          delimited by size
                  dt_pedido_ed      delimited by size
                  "  HORA: "        delimited by size
                  hora_formatada    delimited by size
                  "  CANAL: "       delimited by size
                  pd_canal          delimited by size
               into linha_comanda
           end-string
           write linha_comanda
           move spaces to linha_comanda
           write linha_comanda

           move 'N' to fim_itped
           move pd_numero to it_numero
           move 0         to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> pd_numero
                           move 'S' to fim_itped
                       else
                           perform normaliza-item-pedido
                           move it_codigo to cod_busca
                           perform busca-pizza
                           if achou_pizza = 'N'
                               move "*SEM CADASTRO*" to nome
                           end-if
                           move it_qtde to lip_qtde
                           move spaces to linha_comanda
                           string lip_qtde    delimited by size
                                  " x "       delimited by size
                                  it_codigo   delimited by size
                                  " "         delimited by size
                                  nome        delimited by size
                               into linha_comanda
                           end-string
                           write linha_comanda
                           perform monta-composicao-item
                           perform varying ix_comp from 1 by 1
                                     until ix_comp > qtd_comp
                               write linha_comanda
                                   from comp_linha(ix_comp)
                           end-perform
                       end-if
               end-read
           end-perform

           move spaces to linha_comanda
           write linha_comanda
           close comanda
           display "Comanda enviada para a cozinha (arquivo "
                   nome_arq_comanda ")"
           .
       imprime-comanda-exit.
           exit.

      *-----------------------------------------------------------------
      * guia de entrega do pedido em "pedido_reg", gravada no arquivo
      * ENTREGAnnnnn (numero do pedido): nome, endereco e telefone do
      * cliente, itens com valor, total e forma de pagamento
       imprime-guia-entrega section.
           move spaces to nome_arq_guia
           string "ENTREGA"  delimited by size
                  pd_numero  delimited by size
               into nome_arq_guia
           end-string
           open output guiaent
           if fs_guiaent not = "00"
               display "Erro ao gerar a guia de entrega (status "
                       fs_guiaent ")"
               go to imprime-guia-entrega-exit
           end-if

           move pd_cliente to cl_codigo
           read client record
               invalid key
                   move "(cliente removido)" to cl_nome
                   move spaces               to cl_endereco
                   move spaces               to cl_fone
           end-read
           perform normaliza-pedido
           perform descreve-forma-pagamento

           move pd_dt   to dt_pedido_ed
           move pd_hora to hora_decomp_num
           move hd_hh   to hf_hh
           move hd_mm   to hf_mm
           move spaces to linha_guia
           string "GUIA DE ENTREGA - PEDIDO " delimited by size
                  pd_numero                   delimited by size
                  "  DATA: "                  delimited by size
                  dt_pedido_ed                delimited by size
                  "  HORA: "                  delimited by size
                  hora_formatada              delimited by size
               into linha_guia
           end-string
           write linha_guia
           move spaces to linha_guia
           write linha_guia
           move spaces to linha_guia
           string "CLIENTE...: " delimited by size
                  cl_nome        delimited by size
               into linha_guia
           end-string
           write linha_guia
           move spaces to linha_guia
           string "ENDERECO..: " delimited by size
                  cl_endereco    delimited by size
               into linha_guia
           end-string
           write linha_guia
           move spaces to linha_guia
           string "TELEFONE..: " delimited by size
                  cl_fone        delimited by size
               into linha_guia
           end-string
           write linha_guia
           if pd_entrega = 'S'
               move pd_zona to zn_codigo
               read zona record
                   invalid key
                       move "(zona removida)" to zn_bairro
               end-read
               move spaces to linha_guia
               string "BAIRRO....: " delimited by size
                      zn_bairro      delimited by size
                      "  MOTOBOY: "  delimited by size
                      pd_motoboy     delimited by size
                   into linha_guia
               end-string
               write linha_guia
           end-if
           move spaces to linha_guia
           write linha_guia

           move 'N' to fim_itped
           move pd_numero to it_numero
           move 0         to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> pd_numero
                           move 'S' to fim_itped
                       else
                           perform normaliza-item-pedido
                           move it_codigo to cod_busca
                           perform busca-pizza
                           if achou_pizza = 'N'
                               move "*SEM CADASTRO*" to nome
                           end-if
                           move it_qtde   to lip_qtde
                           move it_codigo to lip_codigo
                           move nome      to lip_nome
                           move it_preco  to lip_preco
                           compute valor_item = it_qtde * it_preco
                           move valor_item to lip_valor
                           write linha_guia from linha_item_ped
                           perform monta-composicao-item
                           perform varying ix_comp from 1 by 1
                                     until ix_comp > qtd_comp
                               write linha_guia
                                   from comp_linha(ix_comp)
                           end-perform
                       end-if
               end-read
           end-perform

           move spaces to linha_guia
           write linha_guia
           if pd_taxa_entrega > 0
               move pd_taxa_entrega to total_pedido_ed
               move spaces to linha_guia
               string "TAXA DE ENTREGA...: " delimited by size
                      total_pedido_ed        delimited by size
                   into linha_guia
               end-string
               write linha_guia
           end-if
           if pd_desconto > 0
               move pd_desconto to total_pedido_ed
               move spaces to linha_guia
               string "DESCONTO PONTOS...: " delimited by size
                      total_pedido_ed        delimited by size
                   into linha_guia
               end-string
               write linha_guia
           end-if
           move pd_total to total_pedido_ed
           move spaces to linha_guia
           string "TOTAL DO PEDIDO...: " delimited by size
                  total_pedido_ed        delimited by size
               into linha_guia
           end-string
           write linha_guia
           move spaces to linha_guia
           string "PAGAMENTO.........: " delimited by size
                  forma_pag_desc         delimited by size
               into linha_guia
           end-string
           write linha_guia
           if pd_forma_pag = 'D' and pd_troco > 0
               move pd_valor_pago to total_pedido_ed
               move spaces to linha_guia
               string "VALOR A RECEBER...: " delimited by size
                      total_pedido_ed        delimited by size
                   into linha_guia
               end-string
               write linha_guia
               move pd_troco to total_pedido_ed
               move spaces to linha_guia
               string "LEVAR TROCO DE....: " delimited by size
                      total_pedido_ed        delimited by size
                   into linha_guia
               end-string
               write linha_guia
           end-if
           close guiaent
           display "Guia de entrega gerada (arquivo " nome_arq_guia ")"
           .
       imprime-guia-entrega-exit.
           exit.

      *-----------------------------------------------------------------
      * pontos que o pedido em "pedido_reg" rende ao cliente ao ser
      * entregue: "ctl_pontos_real" pontos por real pago (o total ja
      * com o desconto de pontos resgatados), sem fracao
       calcula-pontos-pedido section.
           compute pd_pontos_ganhos = pd_total * ctl_pontos_real
               on size error
                   move 9999999 to pd_pontos_ganhos
           end-compute
           .
       calcula-pontos-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * credita ao cliente os pontos do pedido que esta sendo marcado
      * como entregue; "pontos_ok" volta 'N' se o cliente nao pode ser
      * atualizado (cliente ja removido do cadastro deixa o pedido sem
      * pontos)
       credita-pontos-pedido section.
           move 'S' to pontos_ok
           if pd_pontos_ganhos = 0
               go to credita-pontos-pedido-exit
           end-if
           move pd_cliente       to cod_cliente_pontos
           move 'G'              to tipo_movto_pontos
           move pd_pontos_ganhos to pontos_movto
           move pd_numero        to pedido_pontos
           perform movimenta-pontos-cliente
           if pontos_ok = 'S'
               move pontos_movto to pontos_ed
               move cl_pontos    to saldo_pontos_ed
               display "Pontos creditados ao cliente: " pontos_ed
                       "  Saldo: " saldo_pontos_ed
           else
               if cliente_pontos_ausente = 'S'
                   display "Pedido sem pontos (cliente nao cadastrado)"
                   move 0   to pd_pontos_ganhos
                   move 'S' to pontos_ok
               else
                   display "Pontos do pedido nao creditados"
               end-if
           end-if
           .
       credita-pontos-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * pedido sendo cancelado depois de usar pontos: os pontos
      * resgatados voltam para o saldo do cliente; "pontos_ok" volta
      * 'N' se o cliente nao pode ser atualizado
       estorna-pontos-pedido section.
           move 'S' to pontos_ok
           if pd_pontos_resg = 0
               go to estorna-pontos-pedido-exit
           end-if
           move pd_cliente     to cod_cliente_pontos
           move 'E'            to tipo_movto_pontos
           move pd_pontos_resg to pontos_movto
           move pd_numero      to pedido_pontos
           perform movimenta-pontos-cliente
           if pontos_ok = 'S'
               move pontos_movto to pontos_ed
               move cl_pontos    to saldo_pontos_ed
               display "Pontos devolvidos ao cliente: " pontos_ed
                       "  Saldo: " saldo_pontos_ed
           else
               if cliente_pontos_ausente = 'S'
                   display "Pontos nao devolvidos (cliente nao "
                           "cadastrado)"
                   move 'S' to pontos_ok
               else
                   display "Pontos resgatados no pedido nao devolvidos"
               end-if
           end-if
           .
       estorna-pontos-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * resgate de pontos na inclusao do pedido: com saldo acima do
      * minimo, o operador informa quantos pontos o cliente usa; cada
      * ponto vale "ctl_valor_ponto" de desconto, limitado ao total do
      * pedido; o desconto sai de "total_pedido" e fica em
      * "desconto_fid", e os pontos em "pontos_resg_tmp"
       resgata-pontos-pedido section.
           move 0 to pontos_resg_tmp
           move 0 to desconto_fid
           if ctl_valor_ponto = 0 or cl_pontos = 0
              or cl_pontos < ctl_min_resgate
               go to resgata-pontos-pedido-exit
           end-if

           compute max_pontos_resg = total_pedido / ctl_valor_ponto
           if max_pontos_resg > cl_pontos
               move cl_pontos to max_pontos_resg
           end-if
           move cl_pontos to saldo_pontos_ed
           display "Saldo de pontos do cliente: " saldo_pontos_ed
           if max_pontos_resg < ctl_min_resgate
              or max_pontos_resg = 0
               display "Total do pedido abaixo do minimo para resgate"
               go to resgata-pontos-pedido-exit
           end-if
           move ctl_min_resgate to pontos_ed
           move max_pontos_resg to saldo_pontos_ed
           move ctl_valor_ponto to valor_ponto_ed
           display "Resgate de " pontos_ed " a " saldo_pontos_ed
                   " pontos; cada ponto vale " valor_ponto_ed

           move 'N' to resgate_ok
           perform until resgate_ok = 'S'
               display "Pontos a resgatar (0 = nenhum): "
               accept pontos_resg_tmp
               if pontos_resg_tmp is not numeric
                   move 9999999 to pontos_resg_tmp
               end-if
               if pontos_resg_tmp = 0
                  or (pontos_resg_tmp >= ctl_min_resgate
                      and pontos_resg_tmp <= max_pontos_resg)
                   move 'S' to resgate_ok
               else
                   display "Quantidade de pontos invalida"
               end-if
           end-perform
           if pontos_resg_tmp = 0
               go to resgata-pontos-pedido-exit
           end-if

           move cod_cliente_tmp to cod_cliente_pontos
           move 'R'             to tipo_movto_pontos
           move pontos_resg_tmp to pontos_movto
           move pd_numero       to pedido_pontos
           perform movimenta-pontos-cliente
           if pontos_ok = 'N'
               move 0 to pontos_resg_tmp
               go to resgata-pontos-pedido-exit
           end-if

           compute desconto_fid = pontos_resg_tmp * ctl_valor_ponto
           subtract desconto_fid from total_pedido
           move desconto_fid to total_pedido_ed
           display "Desconto por pontos: " total_pedido_ed
           move total_pedido to total_pedido_ed
           display "Total a pagar: " total_pedido_ed
           .
       resgata-pontos-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * movimenta o saldo de pontos do cliente "cod_cliente_pontos":
      * "tipo_movto_pontos" 'G' (ganho) e 'E' (estorno de resgate)
      * somam e 'R' (resgate) subtrai "pontos_movto"; o movimento vai
      * para o historico PONTOS com o pedido "pedido_pontos";
      * "pontos_ok" volta 'N' se o cliente nao foi atualizado, com
      * "cliente_pontos_ausente" = 'S' se ele nao existe
       movimenta-pontos-cliente section.
           move 'N' to pontos_ok
           move 'N' to cliente_pontos_ausente
           move cod_cliente_pontos to cl_codigo
           perform bloqueia-client
           if bloqueio_ok = 'N'
               if fs_client not = "51"
                   display "Cliente nao encontrado"
                   move 'S' to cliente_pontos_ausente
               end-if
               go to movimenta-pontos-cliente-exit
           end-if
           perform normaliza-cliente

           if tipo_movto_pontos = 'R'
               if cl_pontos < pontos_movto
                   unlock client
                   display "Saldo de pontos insuficiente"
                   go to movimenta-pontos-cliente-exit
               end-if
               subtract pontos_movto from cl_pontos
           else
               add pontos_movto to cl_pontos
                   on size error
                       move 9999999 to cl_pontos
               end-add
           end-if

           rewrite client_reg
               invalid key
                   display "Erro ao atualizar o cliente"
                   unlock client
                   go to movimenta-pontos-cliente-exit
           end-rewrite
           unlock client

           perform grava-movto-pontos
           move 'S' to pontos_ok
           .
       movimenta-pontos-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * grava no historico PONTOS o movimento do cliente em
      * "client_reg" (saldo ja atualizado)
       grava-movto-pontos section.
           open extend pontos
           if fs_pontos = "35"
               open output pontos
           end-if

           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move spaces            to pontos_reg
           move dt_raw            to po_dt
           move hr_hhmmss         to po_hora
           move cl_codigo         to po_cliente
           move tipo_movto_pontos to po_tipo
           move pontos_movto      to po_pontos
           move cl_pontos         to po_saldo
           move pedido_pontos     to po_pedido
           move operador_corrente to po_operador
           write pontos_reg
           close pontos
           .
       grava-movto-pontos-exit.
           exit.

      *-----------------------------------------------------------------
      * consulta de um cliente: dados, saldo de pontos e os pedidos
      * dele, com a quantidade, o ticket medio e a data do ultimo
      * pedido e a pizza favorita (pedidos cancelados ficam fora das
      * contas); no fim, se pedido, o extrato de pontos
       consulta-cliente section.
           display erase
           display "Informe o codigo do cliente: "
           accept cod_cliente_tmp
           move cod_cliente_tmp to cl_codigo
           read client record
               invalid key
                   display "Cliente nao encontrado"
                   go to consulta-cliente-exit
           end-read
           perform normaliza-cliente

           display "Cliente.: " cl_codigo " " cl_nome
           display "Telefone: " cl_fone
           display "Endereco: " cl_endereco " zona " cl_zona
           move cl_pontos to saldo_pontos_ed
           compute valor_cli = cl_pontos * ctl_valor_ponto
               on size error
                   move 9999999,99 to valor_cli
           end-compute
           move valor_cli to valor_cli_ed
           display "Pontos..: " saldo_pontos_ed "  (vale "
                   valor_cli_ed ")"
           display "Pedido Data       Status                  Total"
                   "  Pontos"

           move 0   to ct_pedidos_cli
           move 0   to total_gasto_cli
           move 0   to ultimo_dt_cli
           move 0   to qtd_tab_fav
           move 2   to contador_tela
           move 'N' to pedido_em_uso
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       if pd_cliente = cod_cliente_tmp
                           perform consulta-cliente-pedido
                       end-if
               end-read
               if fs_pedido = "51"
                   move 'S' to pedido_em_uso
                   move 'S' to fim_pedido
               end-if
           end-perform
           if pedido_em_uso = 'S'
               display "Registro em uso por outro terminal"
               display "Pedidos do cliente incompletos; consulte de "
                       "novo"
               display "Tecle <enter> para voltar"
               accept pausa
               go to consulta-cliente-exit
           end-if

           if ct_pedidos_cli = 0
               display "Nenhum pedido do cliente"
           else
               compute valor_cli rounded =
                       total_gasto_cli / ct_pedidos_cli
               move valor_cli to valor_cli_ed
               move ultimo_dt_cli to dt_pedido_ed
               accept dt_raw from date yyyymmdd
               compute dias_sem_pedido_cli =
                       function integer-of-date(dt_raw)
                     - function integer-of-date(ultimo_dt_cli)
               perform apura-favorita
               display "Pedidos.......: " ct_pedidos_cli
               display "Ticket medio..: " valor_cli_ed
               display "Ultimo pedido.: " dt_pedido_ed " (ha "
                       dias_sem_pedido_cli " dias)"
               display "Pizza favorita: " nome_favorita
           end-if

           move space to resposta
           perform until resposta = 'S' or resposta = 'N'
               display "Mostrar o extrato de pontos? (S/N)"
               accept resposta
               move function upper-case(resposta) to resposta
           end-perform
           if resposta = 'S'
               perform extrato-pontos-cliente
           end-if
           move 'N' to resposta

           display "Tecle <enter> para voltar"
           accept pausa
           .
       consulta-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * mostra o pedido do cliente que acabou de ser lido e, se nao foi
      * cancelado, soma nas contas e na pizza favorita
       consulta-cliente-pedido section.
           perform normaliza-pedido
           perform descreve-status-pedido
           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           move pd_dt            to dt_pedido_ed
           move pd_total         to total_pedido_ed
           move pd_pontos_ganhos to pontos_ed
           display pd_numero "  " dt_pedido_ed " " status_desc " "
                   total_pedido_ed " " pontos_ed
           add 1 to contador_tela

           if pd_status = 'C'
               go to consulta-cliente-pedido-exit
           end-if
           add 1        to ct_pedidos_cli
           add pd_total to total_gasto_cli
           if pd_dt > ultimo_dt_cli
               move pd_dt to ultimo_dt_cli
           end-if
           move pd_numero to num_pedido_fav
           perform acumula-favorita-pedido
           .
       consulta-cliente-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * lista os movimentos do historico PONTOS do cliente
      * "cod_cliente_tmp"
       extrato-pontos-cliente section.
           open input pontos
           if fs_pontos = "35"
               display "Nenhum movimento de pontos"
               go to extrato-pontos-cliente-exit
           end-if

           display "Data       Tipo      Pontos   Saldo Pedido"
           move 0   to contador_tela
           move 'N' to tem_movto_pontos
           move 'N' to fim_pontos
           perform until fim_pontos = 'S'
               read pontos
                   at end
                       move 'S' to fim_pontos
                   not at end
                       if po_cliente = cod_cliente_tmp
                           perform extrato-pontos-linha
                       end-if
               end-read
           end-perform
           close pontos
           if tem_movto_pontos = 'N'
               display "Nenhum movimento de pontos"
           end-if
           .
       extrato-pontos-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * mostra o movimento de pontos que acabou de ser lido
       extrato-pontos-linha section.
           move 'S' to tem_movto_pontos
           evaluate po_tipo
               when 'G' move "GANHO"   to tipo_pontos_desc
               when 'R' move "RESGATE" to tipo_pontos_desc
               when 'E' move "ESTORNO" to tipo_pontos_desc
               when other move "?"     to tipo_pontos_desc
           end-evaluate
           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           move po_dt     to dt_pedido_ed
           move po_pontos to pontos_ed
           move po_saldo  to saldo_pontos_ed
           display dt_pedido_ed " " tipo_pontos_desc " " pontos_ed
                   " " saldo_pontos_ed " " po_pedido
           add 1 to contador_tela
           .
       extrato-pontos-linha-exit.
           exit.

      *-----------------------------------------------------------------
      * soma na tabela da pizza favorita os itens do pedido
      * "num_pedido_fav"; no meio a meio cada sabor leva meia pizza
       acumula-favorita-pedido section.
           move 'N' to fim_itped
           move num_pedido_fav to it_numero
           move 0              to it_seq
           start itped key not less it_chave
               invalid key
                   move 'S' to fim_itped
           end-start
           perform until fim_itped = 'S'
               read itped next record
                   at end
                       move 'S' to fim_itped
                   not at end
                       if it_numero <> num_pedido_fav
                           move 'S' to fim_itped
                       else
                           perform normaliza-item-pedido
                           if it_codigo2 > 0
                               compute qtde_fav = it_qtde / 2
                               move it_codigo2 to cod_fav
                               perform credita-favorita
                           else
                               move it_qtde to qtde_fav
                           end-if
                           move it_codigo to cod_fav
                           perform credita-favorita
                       end-if
               end-read
           end-perform
           .
       acumula-favorita-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * soma "qtde_fav" na pizza "cod_fav" da tabela da favorita
       credita-favorita section.
           perform varying ix_fav from 1 by 1
                     until ix_fav > qtd_tab_fav
                        or tf_codigo(ix_fav) = cod_fav
               continue
           end-perform
           if ix_fav > qtd_tab_fav
               if qtd_tab_fav >= max_tab_fav
                   go to credita-favorita-exit
               end-if
               add 1 to qtd_tab_fav
               move qtd_tab_fav to ix_fav
               move cod_fav     to tf_codigo(ix_fav)
               move 0           to tf_qtde(ix_fav)
           end-if
           add qtde_fav to tf_qtde(ix_fav)
           .
       credita-favorita-exit.
           exit.

      *-----------------------------------------------------------------
      * pizza mais pedida da tabela da favorita, com o nome em
      * "nome_favorita" (traco se a tabela esta vazia)
       apura-favorita section.
           move "-" to nome_favorita
           move 0   to ix_fav_maior
           perform varying ix_fav from 1 by 1
                     until ix_fav > qtd_tab_fav
               if ix_fav_maior = 0
                  or tf_qtde(ix_fav) > tf_qtde(ix_fav_maior)
                   move ix_fav to ix_fav_maior
               end-if
           end-perform
           if ix_fav_maior = 0
               go to apura-favorita-exit
           end-if

           move tf_codigo(ix_fav_maior) to cod_busca
           perform busca-pizza
           if achou_pizza = 'S'
               move nome to nome_favorita
           else
               move "*SEM CADASTRO*" to nome_favorita
           end-if
           .
       apura-favorita-exit.
           exit.

      *-----------------------------------------------------------------
      * clientes para reativacao: quem tem pedido mas nao pede ha N
      * dias ou mais, com o telefone, a data do ultimo pedido e a pizza
      * favorita, gravado no RELRET (pedidos cancelados nao contam)
       relatorio-reativacao section.
           display erase
           display "Dias sem pedido (0 = 30): "
           accept dias_reativ
           if dias_reativ is not numeric or dias_reativ = 0
               move dias_padrao_reativ to dias_reativ
           end-if
           accept dt_base_ret from date yyyymmdd

           move 'N' to ret_tem_dados
           move 'N' to pedido_em_uso
           sort retwk on ascending key sr_cliente
                         descending key sr_dt
               input procedure is reativ-seleciona
               output procedure is reativ-gera

           if pedido_em_uso = 'S'
               display "Registro em uso por outro terminal"
               display "Lista de reativacao nao gerada; tente de novo"
               display "Tecle <enter> para voltar"
               accept pausa
               go to relatorio-reativacao-exit
           end-if
           if ret_tem_dados = 'N'
               display "Nenhum cliente sem pedido no periodo"
           else
               display "Relatorio gravado no arquivo RELRET"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-reativacao-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada: libera os pedidos nao cancelados
       reativ-seleciona section.
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       if pd_status <> 'C' and pd_cliente > 0
                           move pd_cliente to sr_cliente
                           move pd_dt      to sr_dt
                           move pd_numero  to sr_numero
                           release sort_ret_reg
                       end-if
               end-read
               if fs_pedido = "51"
                   move 'S' to pedido_em_uso
                   move 'S' to fim_pedido
               end-if
           end-perform
           .
       reativ-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida: quebra por cliente; o primeiro pedido
      * devolvido e o mais recente e decide se o cliente entra na lista
       reativ-gera section.
           if pedido_em_uso = 'S'
               go to reativ-gera-exit
           end-if
           open output relret
           move dias_reativ to lrc_dias
           move dt_base_ret to lrc_dt
           move linha_ret_cab1 to linha_reativacao
           write linha_reativacao
           move spaces to linha_reativacao
           write linha_reativacao
           move linha_ret_cab2 to linha_reativacao
           write linha_reativacao
           display linha_ret_cab2

           move 0   to ct_clientes_ret
           move 0   to contador_tela
           move 'S' to prim_cliente_ret
           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return retwk
                   at end
                       move 'S' to fim_sort
                   not at end
                       if prim_cliente_ret = 'S'
                          or sr_cliente <> cliente_ret
                           if prim_cliente_ret = 'N'
                               perform reativ-linha-cliente
                           end-if
                           perform reativ-inicia-cliente
                       end-if
                       add 1 to ct_pedidos_ret
                       if cliente_inativo_ret = 'S'
                           move sr_numero to num_pedido_fav
                           perform acumula-favorita-pedido
                       end-if
               end-return
           end-perform

           if prim_cliente_ret = 'N'
               perform reativ-linha-cliente
           end-if

           move spaces to linha_reativacao
           write linha_reativacao
           move ct_clientes_ret to qtd_clientes_ret_ed
           move spaces to linha_reativacao
           string "TOTAL DE CLIENTES: " delimited by size
                  qtd_clientes_ret_ed   delimited by size
               into linha_reativacao
           end-string
           write linha_reativacao
           display linha_reativacao
           close relret
           .
       reativ-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * comeco de um cliente na classificacao: guarda a data do ultimo
      * pedido e marca se o cliente esta sem pedido ha N dias ou mais
       reativ-inicia-cliente section.
           move 'N'        to prim_cliente_ret
           move sr_cliente to cliente_ret
           move sr_dt      to ultimo_dt_ret
           move 0          to ct_pedidos_ret
           move 0          to qtd_tab_fav
           compute dias_sem_pedido_ret =
                   function integer-of-date(dt_base_ret)
                 - function integer-of-date(sr_dt)
           if dias_sem_pedido_ret >= dias_reativ
               move 'S' to cliente_inativo_ret
           else
               move 'N' to cliente_inativo_ret
           end-if
           .
       reativ-inicia-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha do cliente "cliente_ret" se ele esta sem pedido
      * ha N dias ou mais; cliente ja removido do cadastro fica fora
       reativ-linha-cliente section.
           if cliente_inativo_ret = 'N'
               go to reativ-linha-cliente-exit
           end-if
           move cliente_ret to cl_codigo
           read client record
               invalid key
                   go to reativ-linha-cliente-exit
           end-read
           perform apura-favorita

           move cl_codigo           to lrd_cliente
           move cl_nome             to lrd_nome
           move cl_fone             to lrd_fone
           move ultimo_dt_ret       to lrd_dt
           move dias_sem_pedido_ret to lrd_dias
           move ct_pedidos_ret      to lrd_pedidos
           move nome_favorita       to lrd_favorita
           move linha_ret_det to linha_reativacao
           write linha_reativacao
           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           display linha_ret_det
           add 1 to contador_tela
           add 1 to ct_clientes_ret
           move 'S' to ret_tem_dados
           .
       reativ-linha-cliente-exit.
           exit.

      *-----------------------------------------------------------------
      * configura o programa de pontos (restrito ao gerente): pontos
      * por real pago, valor em reais de cada ponto no resgate e o
      * minimo de pontos para resgatar; zero em pontos por real para
      * de creditar e zero no valor do ponto suspende o resgate
       configura-fidelidade section.
           display erase
           if nivel_corrente <> 'G'
               display "Opcao restrita ao gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to configura-fidelidade-exit
           end-if

           move ctl_valor_ponto to valor_ponto_ed
           move ctl_min_resgate to pontos_ed
           display "Pontos por real pago....: " ctl_pontos_real
           display "Valor de cada ponto.....: " valor_ponto_ed
           display "Minimo para resgate.....: " pontos_ed

           move 0 to pontos_real_tmp
           display "Novos pontos por real pago: "
           accept pontos_real_tmp
           perform until pontos_real_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept pontos_real_tmp
           end-perform
           move 0 to valor_ponto_tmp
           display "Novo valor de cada ponto: "
           accept valor_ponto_tmp
           perform until valor_ponto_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept valor_ponto_tmp
           end-perform
           move 0 to min_resgate_tmp
           display "Novo minimo para resgate: "
           accept min_resgate_tmp
           perform until min_resgate_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept min_resgate_tmp
           end-perform

           move pontos_real_tmp to ctl_pontos_real
           move valor_ponto_tmp to ctl_valor_ponto
           move min_resgate_tmp to ctl_min_resgate
           perform grava-controle-fidelidade
           display "Programa de pontos configurado"
           display "Tecle <enter> para voltar"
           accept pausa
           .
       configura-fidelidade-exit.
           exit.

      *-----------------------------------------------------------------
      * fila de producao: pedidos ainda abertos, do mais antigo para o
      * mais novo, com os minutos desde a hora do pedido e o aviso de
      * atraso; a tela e refeita a cada <enter> ate o operador sair
       fila-producao section.
           move 'N' to sair_fila
           perform until sair_fila = 'S'
               display erase
               accept dt_fila from date yyyymmdd
               accept hr_raw from time
               move hr_hhmmss to hora_decomp_num
               compute min_agora = hd_hh * 60 + hd_mm
               move dt_fila to dt_pedido_ed
               move hd_hh   to hf_hh
               move hd_mm   to hf_mm
               display "FILA DE PRODUCAO - " dt_pedido_ed " "
                       hora_formatada
               display linha_fila_cab

               move 0   to ct_fila
               move 0   to contador_tela
               move 'N' to pedido_em_uso
               sort filawk on ascending key sf_dt sf_hora sf_numero
                   input procedure is fila-seleciona
                   output procedure is fila-exibe

               if pedido_em_uso = 'S'
                   display "Registro em uso por outro terminal; fila "
                           "incompleta"
               else
                   if ct_fila = 0
                       display "Nenhum pedido aberto"
                   end-if
               end-if
               display "Tecle <enter> para atualizar ou 'S' para sair"
               move space to sair_fila
               accept sair_fila
               if sair_fila = 's'
                   move 'S' to sair_fila
               end-if
           end-perform
           .
       fila-producao-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de entrada da fila: libera os pedidos abertos
       fila-seleciona section.
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       if pd_status = 'A'
                           move pd_dt      to sf_dt
                           move pd_hora    to sf_hora
                           move pd_numero  to sf_numero
                           move pd_cliente to sf_cliente
                           release sort_fila_reg
                       end-if
               end-read
               if fs_pedido = "51"
                   move 'S' to pedido_em_uso
                   move 'S' to fim_pedido
               end-if
           end-perform
           .
       fila-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida da fila: uma linha por pedido, paginada
       fila-exibe section.
           move 'N' to fim_sort
           perform until fim_sort = 'S'
               return filawk
                   at end
                       move 'S' to fim_sort
                   not at end
                       perform fila-linha-pedido
               end-return
           end-perform
           .
       fila-exibe-exit.
           exit.

      *-----------------------------------------------------------------
      * monta e exibe a linha da fila do pedido devolvido pela
      * classificacao
       fila-linha-pedido section.
           add 1 to ct_fila
           move sf_hora to hora_decomp_num
           compute minutos_fila =
                   (function integer-of-date(dt_fila)
                  - function integer-of-date(sf_dt)) * 1440
                 + min_agora - (hd_hh * 60 + hd_mm)
           move hd_hh to hf_hh
           move hd_mm to hf_mm

           move sf_cliente to cl_codigo
           read client record
               invalid key
                   move "(cliente removido)" to cl_nome
           end-read
           move sf_numero to num_pedido_tmp
           perform totaliza-pedido

           move sf_numero       to lfl_numero
           move hora_formatada  to lfl_hora
           move minutos_fila    to lfl_minutos
           move cl_nome         to lfl_cliente
           move qtd_pizzas_fila to lfl_pizzas
           if minutos_fila > minutos_atraso_fila
               move "ATRASADO" to lfl_situacao
           else
               move spaces     to lfl_situacao
           end-if

           if contador_tela >= 15
               display "Tecle <enter> para continuar"
               accept pausa
               move 0 to contador_tela
           end-if
           display linha_fila_det
           add 1 to contador_tela
           .
       fila-linha-pedido-exit.
           exit.

      *-----------------------------------------------------------------
      * menu das zonas de entrega, dos motoboys e do acerto do turno
       cadastro-entregas section.
           move space to opcao_ent

           perform until opcao_ent = '8'
               display erase
               display "1 - Incluir zona de entrega"
               display "2 - Listar zonas de entrega"
               display "3 - Alterar uma zona de entrega"
               display "4 - Incluir motoboy"
               display "5 - Listar motoboys"
               display "6 - Alterar dados de um motoboy"
               display "7 - Acerto dos motoboys (fim do turno)"
               display "8 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_ent

               evaluate opcao_ent
                   when '1' perform inclui-zona
                   when '2' perform lista-zonas
                   when '3' perform altera-zona
                   when '4' perform inclui-motoboy
                   when '5' perform lista-motoboys
                   when '6' perform altera-motoboy
                   when '7' perform acerto-motoboys
                   when '8' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       cadastro-entregas-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de uma zona de entrega: bairro, taxa cobrada do
      * cliente e minutos previstos para a entrega
       inclui-zona section.
           display erase
           display "Informe o bairro da zona: "
           move spaces to bairro_tmp
           accept bairro_tmp
           if bairro_tmp = spaces
               display "Bairro nao informado, inclusao cancelada"
               go to inclui-zona-exit
           end-if

           move 0 to taxa_tmp
           perform until taxa_tmp is numeric
               display "Informe a taxa de entrega: "
               accept taxa_tmp
           end-perform

           move 0 to minutos_tmp
           perform until minutos_tmp is numeric and minutos_tmp > 0
               display "Minutos previstos para a entrega: "
               accept minutos_tmp
           end-perform

           move "ZONA"        to seq_nome
           move ultimo_zona   to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-zona-exit
           end-if
           move seq_proximo   to ultimo_zona
           move ultimo_zona to zn_codigo
           move bairro_tmp  to zn_bairro
           move taxa_tmp    to zn_taxa
           move minutos_tmp to zn_minutos
           write zona_reg
               invalid key
                   display "Erro ao gravar a zona " bairro_tmp
               not invalid key
                   display "Zona incluida com o codigo " zn_codigo
           end-write
           .
       inclui-zona-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem das zonas de entrega
       lista-zonas section.
           display erase
           display "Cod Bairro                 Taxa  Minutos"

           move 'N' to fim_zona
           move 0   to zn_codigo
           start zona key not less zn_codigo
               invalid key
                   move 'S' to fim_zona
           end-start
           perform until fim_zona = 'S'
               read zona next record
                   at end
                       move 'S' to fim_zona
                   not at end
                       move zn_taxa    to taxa_ed
                       move zn_minutos to minutos_ed
                       display zn_codigo " " zn_bairro " " taxa_ed
                               "  " minutos_ed
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-zonas-exit.
           exit.

      *-----------------------------------------------------------------
      * alteracao do bairro, da taxa e dos minutos de uma zona
       altera-zona section.
           display erase
           display "Informe o codigo da zona: "
           accept cod_zona_tmp

           move cod_zona_tmp to zn_codigo
           perform bloqueia-zona
           if bloqueio_ok = 'N'
               if fs_zona not = "51"
                   display "Zona nao encontrada"
               end-if
               go to altera-zona-exit
           end-if

           display "Bairro atual.....: " zn_bairro
           display "Novo bairro (em branco mantem o atual): "
           move spaces to bairro_tmp
           accept bairro_tmp
           if bairro_tmp not = spaces
               move bairro_tmp to zn_bairro
           end-if

           move zn_taxa to taxa_ed
           display "Taxa atual.......: " taxa_ed
           display "Nova taxa de entrega (0 mantem a atual): "
           accept taxa_tmp
           perform until taxa_tmp is numeric
               display "Taxa invalida, informe novamente: "
               accept taxa_tmp
           end-perform
           if taxa_tmp > 0
               move taxa_tmp to zn_taxa
           end-if

           move zn_minutos to minutos_ed
           display "Minutos previstos: " minutos_ed
           display "Novos minutos (0 mantem o atual): "
           accept minutos_tmp
           perform until minutos_tmp is numeric
               display "Minutos invalidos, informe novamente: "
               accept minutos_tmp
           end-perform
           if minutos_tmp > 0
               move minutos_tmp to zn_minutos
           end-if

           rewrite zona_reg
               invalid key
                   display "Erro ao atualizar a zona"
                   unlock zona
                   go to altera-zona-exit
           end-rewrite
           unlock zona
           display "Zona atualizada com sucesso"
           .
       altera-zona-exit.
           exit.

      *-----------------------------------------------------------------
      * valida o codigo de zona em "cod_zona_tmp"; o codigo 0 (sem
      * zona) e sempre aceito; a zona valida fica lida em "zona_reg"
       valida-zona section.
           if cod_zona_tmp = 0
               move 'S' to zona_ok
               go to valida-zona-exit
           end-if
           move cod_zona_tmp to zn_codigo
           read zona record
               invalid key
                   display "Zona nao cadastrada"
                   move 'N' to zona_ok
               not invalid key
                   move 'S' to zona_ok
           end-read
           .
       valida-zona-exit.
           exit.

      *-----------------------------------------------------------------
      * inclusao de um motoboy com o valor pago por corrida; valor
      * zero quer dizer que o motoboy recebe a taxa de cada entrega
       inclui-motoboy section.
           display erase
           display "Informe o nome do motoboy: "
           move spaces to nome_mot_tmp
           accept nome_mot_tmp
           if nome_mot_tmp = spaces
               display "Nome nao informado, inclusao cancelada"
               go to inclui-motoboy-exit
           end-if

           display "Informe o telefone: "
           move spaces to fone_tmp
           accept fone_tmp

           move 0 to corrida_tmp
           perform until corrida_tmp is numeric
               display "Valor por corrida (0 = a taxa da entrega): "
               accept corrida_tmp
           end-perform

           move "MOTOB"       to seq_nome
           move ultimo_motob  to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-motoboy-exit
           end-if
           move seq_proximo   to ultimo_motob
           move ultimo_motob to mb_codigo
           move nome_mot_tmp to mb_nome
           move fone_tmp     to mb_fone
           move corrida_tmp  to mb_valor_corrida
           write motob_reg
               invalid key
                   display "Erro ao gravar o motoboy " nome_mot_tmp
               not invalid key
                   display "Motoboy incluido com o codigo " mb_codigo
           end-write
           .
       inclui-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * listagem do cadastro de motoboys
       lista-motoboys section.
           display erase
           display "Cod Nome                 Telefone     Corrida"

           move 'N' to fim_motob
           move 0   to mb_codigo
           start motob key not less mb_codigo
               invalid key
                   move 'S' to fim_motob
           end-start
           perform until fim_motob = 'S'
               read motob next record
                   at end
                       move 'S' to fim_motob
                   not at end
                       move mb_valor_corrida to taxa_ed
                       display mb_codigo " " mb_nome " " mb_fone
                               " " taxa_ed
               end-read
           end-perform

           display "Tecle <enter> para voltar"
           accept pausa
           .
       lista-motoboys-exit.
           exit.

      *-----------------------------------------------------------------
      * alteracao dos dados de um motoboy
       altera-motoboy section.
           display erase
           display "Informe o codigo do motoboy: "
           accept cod_motob_tmp

           move cod_motob_tmp to mb_codigo
           perform bloqueia-motob
           if bloqueio_ok = 'N'
               if fs_motob not = "51"
                   display "Motoboy nao encontrado"
               end-if
               go to altera-motoboy-exit
           end-if

           display "Nome atual.......: " mb_nome
           display "Novo nome (em branco mantem o atual): "
           move spaces to nome_mot_tmp
           accept nome_mot_tmp
           if nome_mot_tmp not = spaces
               move nome_mot_tmp to mb_nome
           end-if

           display "Telefone atual...: " mb_fone
           display "Novo telefone (em branco mantem o atual): "
           move spaces to fone_tmp
           accept fone_tmp
           if fone_tmp not = spaces
               move fone_tmp to mb_fone
           end-if

           move mb_valor_corrida to taxa_ed
           display "Corrida atual....: " taxa_ed
           display "Novo valor por corrida (0 = a taxa da entrega): "
           accept corrida_tmp
           perform until corrida_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept corrida_tmp
           end-perform
           move corrida_tmp to mb_valor_corrida

           rewrite motob_reg
               invalid key
                   display "Erro ao atualizar o motoboy"
                   unlock motob
                   go to altera-motoboy-exit
           end-rewrite
           unlock motob
           display "Motoboy atualizado com sucesso"
           .
       altera-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * valida o codigo de motoboy em "cod_motob_tmp"; o motoboy valido
      * fica lido em "motob_reg"
       valida-motoboy section.
           move cod_motob_tmp to mb_codigo
           read motob record
               invalid key
                   display "Motoboy nao cadastrado"
                   move 'N' to motob_ok
               not invalid key
                   move 'S' to motob_ok
           end-read
           .
       valida-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * acerto do fim do turno: entregas concluidas na data, agrupadas
      * por motoboy na ordem de saida, com a taxa cobrada, o valor da
      * corrida a pagar e as entregas feitas alem dos minutos previstos
      * da zona (contados da hora do pedido ate a hora da entrega)
       acerto-motoboys section.
           display erase
           display "Data das entregas (AAAAMMDD, 0 = hoje): "
           accept dt_acerto
           if dt_acerto = 0
               accept dt_acerto from date yyyymmdd
           end-if

           move 0 to tot_mot_entregas
           move 0 to tot_mot_taxas
           move 0 to tot_mot_pagar
           move 0 to tot_mot_atrasadas

           move 'N' to pedido_em_uso
           sort motwk on ascending key sm_motoboy sm_hora_saida
                                       sm_numero
               input procedure is acerto-seleciona
               output procedure is acerto-gera

           if pedido_em_uso = 'S'
               display "Registro em uso por outro terminal"
               display "Acerto nao gerado; tente de novo"
               display "Tecle <enter> para voltar"
               accept pausa
               go to acerto-motoboys-exit
           end-if
           if tot_mot_entregas = 0
               display "Nenhuma entrega concluida na data"
           else
               display "Relatorio gravado no arquivo RELMOT"
           end-if
           display "Tecle <enter> para voltar"
           accept pausa
           .
       acerto-motoboys-exit.
           exit.

      *-----------------------------------------------------------------
      * selecao dos pedidos entregues na data por um motoboy, com os
      * minutos decorridos entre o pedido e a entrega
       acerto-seleciona section.
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       perform normaliza-pedido
                       if pd_status = 'E' and pd_motoboy > 0
                          and pd_dt_entrega = dt_acerto
                           move pd_motoboy      to sm_motoboy
                           move pd_hora_saida   to sm_hora_saida
                           move pd_numero       to sm_numero
                           move pd_hora_entrega to sm_hora_entrega
                           move pd_zona         to sm_zona
                           move pd_taxa_entrega to sm_taxa
                           move pd_hora to hora_decomp_num
                           compute min_agora = hd_hh * 60 + hd_mm
                           move pd_hora_entrega to hora_decomp_num
                           compute sm_minutos =
                                   (function integer-of-date(
                                        pd_dt_entrega)
                                  - function integer-of-date(pd_dt))
                                  * 1440
                                 + hd_hh * 60 + hd_mm - min_agora
                           release sort_mot_reg
                       end-if
               end-read
               if fs_pedido = "51"
                   move 'S' to pedido_em_uso
                   move 'S' to fim_pedido
               end-if
           end-perform
           .
       acerto-seleciona-exit.
           exit.

      *-----------------------------------------------------------------
      * procedimento de saida do acerto: uma linha por entrega, com
      * quebra e subtotal por motoboy e o total geral no fim
       acerto-gera section.
           if pedido_em_uso = 'S'
               go to acerto-gera-exit
           end-if
           open output relmot
           move dt_acerto to lmc_dt
           move linha_mot_cab1 to linha_motoboy
           write linha_motoboy
           move spaces to linha_motoboy
           write linha_motoboy
           display linha_mot_cab1

           move 0   to mot_ant
           move 'S' to fim_sort
           return motwk
               at end
                   continue
               not at end
                   move 'N' to fim_sort
           end-return

           perform until fim_sort = 'S'
               if sm_motoboy <> mot_ant
                   if mot_ant > 0
                       perform acerto-totaliza-motoboy
                   end-if
                   perform acerto-cabecalho-motoboy
               end-if
               perform acerto-linha-entrega
               return motwk
                   at end
                       move 'S' to fim_sort
               end-return
           end-perform

           if mot_ant > 0
               perform acerto-totaliza-motoboy
           end-if

           move "TOTAL GERAL"     to lms_titulo
           move tot_mot_entregas  to lms_entregas
           move tot_mot_taxas     to lms_taxas
           move tot_mot_pagar     to lms_pagar
           move tot_mot_atrasadas to lms_atrasadas
           move linha_mot_sub to linha_motoboy
           write linha_motoboy
           display linha_mot_sub

           close relmot
           .
       acerto-gera-exit.
           exit.

      *-----------------------------------------------------------------
      * abre o grupo de um motoboy: cabecalho e acumuladores zerados
       acerto-cabecalho-motoboy section.
           move sm_motoboy to mot_ant
           move sm_motoboy to mb_codigo
           read motob record
               invalid key
                   move "(motoboy removido)" to mb_nome
                   move spaces               to mb_fone
                   move 0                    to mb_valor_corrida
           end-read
           move mb_valor_corrida to mot_valor_corrida
           move mb_codigo to lmg_codigo
           move mb_nome   to lmg_nome
           move mb_fone   to lmg_fone
           move linha_mot_grp to linha_motoboy
           write linha_motoboy
           display linha_mot_grp
           move linha_mot_cab2 to linha_motoboy
           write linha_motoboy

           move 0 to mot_entregas
           move 0 to mot_taxas
           move 0 to mot_pagar
           move 0 to mot_atrasadas
           .
       acerto-cabecalho-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha de uma entrega e soma nos acumuladores do
      * motoboy; a corrida e o valor do cadastro ou, se zero, a taxa
       acerto-linha-entrega section.
           move sm_zona to zn_codigo
           read zona record
               invalid key
                   move "(zona removida)" to zn_bairro
                   move 0                 to zn_minutos
           end-read

           if mot_valor_corrida > 0
               move mot_valor_corrida to valor_corrida
           else
               move sm_taxa           to valor_corrida
           end-if

           move sm_numero to lmd_numero
           move zn_bairro to lmd_bairro
           move sm_hora_saida to hora_decomp_num
           move hd_hh to hf_hh
           move hd_mm to hf_mm
           move hora_formatada to lmd_saida
           move sm_hora_entrega to hora_decomp_num
           move hd_hh to hf_hh
           move hd_mm to hf_mm
           move hora_formatada to lmd_entrega
           move sm_minutos    to lmd_minutos
           move zn_minutos    to lmd_previsto
           move sm_taxa       to lmd_taxa
           move valor_corrida to lmd_corrida
           if zn_minutos > 0 and sm_minutos > zn_minutos
               move "ATRASADA" to lmd_situacao
               add 1 to mot_atrasadas
           else
               move spaces     to lmd_situacao
           end-if
           move linha_mot_det to linha_motoboy
           write linha_motoboy

           add 1             to mot_entregas
           add sm_taxa       to mot_taxas
           add valor_corrida to mot_pagar
           .
       acerto-linha-entrega-exit.
           exit.

      *-----------------------------------------------------------------
      * grava o subtotal do motoboy acumulado na quebra e soma no
      * total geral
       acerto-totaliza-motoboy section.
           move "  SUBTOTAL"  to lms_titulo
           move mot_entregas  to lms_entregas
           move mot_taxas     to lms_taxas
           move mot_pagar     to lms_pagar
           move mot_atrasadas to lms_atrasadas
           move linha_mot_sub to linha_motoboy
           write linha_motoboy
           display linha_mot_sub
           move spaces to linha_motoboy
           write linha_motoboy

           add mot_entregas  to tot_mot_entregas
           add mot_taxas     to tot_mot_taxas
           add mot_pagar     to tot_mot_pagar
           add mot_atrasadas to tot_mot_atrasadas
           .
       acerto-totaliza-motoboy-exit.
           exit.

      *-----------------------------------------------------------------
      * localiza o turno de caixa que o operador conectado deixou
      * aberto, para que os pedidos continuem no mesmo turno
       localiza-turno-aberto section.
           move 0   to turno_corrente
           move 'N' to fim_turno
           move 0   to tu_numero
           start turno key not less tu_numero
               invalid key
                   move 'S' to fim_turno
           end-start
           perform until fim_turno = 'S'
               read turno next record
                   at end
                       move 'S' to fim_turno
                   not at end
                       if tu_operador = operador_corrente
                          and tu_status = 'A'
                           move tu_numero to turno_corrente
                       end-if
               end-read
           end-perform
           if turno_corrente > 0
               display "Turno de caixa aberto: " turno_corrente
           end-if
           .
       localiza-turno-aberto-exit.
           exit.

      *-----------------------------------------------------------------
      * menu do caixa do operador: abertura do turno, sangrias,
      * fechamento com o valor contado e relatorio do fechamento
       menu-caixa section.
           move space to opcao_cx

           perform until opcao_cx = '6'
               display erase
               if turno_corrente > 0
                   display "Turno aberto: " turno_corrente
               else
                   display "Nenhum turno aberto para o operador"
               end-if
               display "1 - Abrir turno de caixa"
               display "2 - Registrar sangria"
               display "3 - Fechar turno de caixa"
               display "4 - Relatorio de caixa de um turno"
               display "5 - Configurar a tolerancia do fechamento"
               display "6 - Voltar"
               display "Informe a opcao desejada: "
               accept opcao_cx

               evaluate opcao_cx
                   when '1' perform abre-turno-caixa
                   when '2' perform registra-sangria
                   when '3' perform fecha-turno-caixa
                   when '4' perform relatorio-caixa-turno
                   when '5' perform configura-tolerancia-caixa
                   when '6' continue
                   when other
                       display "Opcao invalida"
               end-evaluate
           end-perform
           .
       menu-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * abertura do turno de caixa do operador conectado, com o fundo
      * de troco colocado na gaveta
       abre-turno-caixa section.
           display erase
           if turno_corrente > 0
               display "O operador ja tem o turno " turno_corrente
                       " aberto"
               display "Tecle <enter> para voltar"
               accept pausa
               go to abre-turno-caixa-exit
           end-if

           move 0 to valor_cx_tmp
           display "Fundo de troco na abertura: "
           accept valor_cx_tmp
           perform until valor_cx_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept valor_cx_tmp
           end-perform

           move "TURNO"       to seq_nome
           move ultimo_turno  to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               display "Turno nao aberto"
               display "Tecle <enter> para voltar"
               accept pausa
               go to abre-turno-caixa-exit
           end-if
           move seq_proximo   to ultimo_turno
           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           initialize turno_reg
           move ultimo_turno      to tu_numero
           move operador_corrente to tu_operador
           move dt_raw            to tu_dt_abert
           move hr_hhmmss         to tu_hora_abert
           move valor_cx_tmp      to tu_fundo
           move 0                 to tu_sangria
           move 'A'               to tu_status
           write turno_reg
               invalid key
                   display "Erro ao gravar o turno"
                   go to abre-turno-caixa-exit
           end-write

           move tu_numero to turno_corrente
           display "Turno de caixa aberto com o numero " tu_numero
           display "Tecle <enter> para voltar"
           accept pausa
           .
       abre-turno-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * sangria: retirada de dinheiro da gaveta durante o turno, com o
      * motivo; o valor e somado no turno e gravado no diario MOVCX
       registra-sangria section.
           display erase
           if turno_corrente = 0
               display "Nenhum turno de caixa aberto para o operador"
               display "Tecle <enter> para voltar"
               accept pausa
               go to registra-sangria-exit
           end-if

           move turno_corrente to tu_numero
           perform bloqueia-turno
           if bloqueio_ok = 'N'
               if fs_turno not = "51"
                   display "Turno nao encontrado"
               end-if
               go to registra-sangria-exit
           end-if

           move 0 to valor_cx_tmp
           perform until valor_cx_tmp is numeric and valor_cx_tmp > 0
               display "Valor da sangria: "
               accept valor_cx_tmp
           end-perform
           display "Motivo: "
           move spaces to motivo_tmp
           accept motivo_tmp

           compute tu_sangria = tu_sangria + valor_cx_tmp
               on size error
                   display "Erro: total de sangrias fora da faixa"
                   unlock turno
                   go to registra-sangria-exit
           end-compute
           rewrite turno_reg
               invalid key
                   display "Erro ao atualizar o turno"
                   unlock turno
                   go to registra-sangria-exit
           end-rewrite
           unlock turno

           open extend movcx
           if fs_movcx = "35"
               open output movcx
           end-if
           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move spaces            to movcx_reg
           move tu_numero         to mc_turno
           move dt_raw            to mc_dt
           move hr_hhmmss         to mc_hora
           move operador_corrente to mc_operador
           move valor_cx_tmp      to mc_valor
           move motivo_tmp        to mc_motivo
           write movcx_reg
           close movcx

           move valor_cx_tmp to valor_cx_ed
           display "Sangria de " valor_cx_ed " registrada no turno "
                   tu_numero
           display "Tecle <enter> para voltar"
           accept pausa
           .
       registra-sangria-exit.
           exit.

      *-----------------------------------------------------------------
      * fechamento do turno: o operador fecha o proprio turno e o
      * gerente pode fechar o turno de outro operador; o valor contado
      * e pedido por forma de pagamento, o turno grava quem fechou e o
      * relatorio RELCX sai em seguida
       fecha-turno-caixa section.
           display erase
           move turno_corrente to num_turno_tmp
           if nivel_corrente = 'G'
               display "Turno a fechar (0 = o turno do operador): "
               accept num_turno_tmp
               if num_turno_tmp = 0
                   move turno_corrente to num_turno_tmp
               end-if
           end-if
           if num_turno_tmp = 0
               display "Nenhum turno de caixa aberto para o operador"
               display "Tecle <enter> para voltar"
               accept pausa
               go to fecha-turno-caixa-exit
           end-if

           move num_turno_tmp to tu_numero
           perform bloqueia-turno
           if bloqueio_ok = 'N'
               if fs_turno not = "51"
                   display "Turno nao encontrado"
               end-if
               go to fecha-turno-caixa-exit
           end-if
           if tu_status <> 'A'
               unlock turno
               display "Turno ja fechado"
               display "Tecle <enter> para voltar"
               accept pausa
               go to fecha-turno-caixa-exit
           end-if

           display "Valores contados no fechamento do turno "
                   tu_numero
           perform varying ix_forma from 1 by 1 until ix_forma > 5
               move sigla_forma(ix_forma) to pd_forma_pag
               perform descreve-forma-pagamento
               display forma_pag_desc ": "
               move 0 to valor_cx_tmp
               accept valor_cx_tmp
               perform until valor_cx_tmp is numeric
                   display "Valor invalido, informe novamente: "
                   accept valor_cx_tmp
               end-perform
               move valor_cx_tmp to tu_contado(ix_forma)
           end-perform

           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move 'F'               to tu_status
           move dt_raw            to tu_dt_fech
           move hr_hhmmss         to tu_hora_fech
           move operador_corrente to tu_oper_fech
           rewrite turno_reg
               invalid key
                   display "Erro ao atualizar o turno"
                   unlock turno
                   go to fecha-turno-caixa-exit
           end-rewrite
           unlock turno
           if tu_numero = turno_corrente
               move 0 to turno_corrente
           end-if
           display "Turno " tu_numero " fechado"

           perform gera-relatorio-caixa
           display "Tecle <enter> para voltar"
           accept pausa
           .
       fecha-turno-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * reemissao do relatorio de caixa de um turno; com o turno ainda
      * aberto so os valores esperados sao mostrados
       relatorio-caixa-turno section.
           display erase
           display "Numero do turno (0 = o turno do operador): "
           accept num_turno_tmp
           if num_turno_tmp = 0
               move turno_corrente to num_turno_tmp
           end-if
           move num_turno_tmp to tu_numero
           read turno record
               invalid key
                   display "Turno nao encontrado"
                   display "Tecle <enter> para voltar"
                   accept pausa
                   go to relatorio-caixa-turno-exit
           end-read
           if nivel_corrente <> 'G'
              and tu_operador <> operador_corrente
               display "Turno de outro operador; opcao restrita ao "
                       "gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to relatorio-caixa-turno-exit
           end-if

           perform gera-relatorio-caixa
           display "Tecle <enter> para voltar"
           accept pausa
           .
       relatorio-caixa-turno-exit.
           exit.

      *-----------------------------------------------------------------
      * relatorio de caixa do turno lido em "turno_reg": soma por forma
      * de pagamento os pedidos do turno (fora os cancelados), monta o
      * esperado do dinheiro (fundo + vendas - sangrias) e compara com
      * o contado, avisando as diferencas acima da tolerancia
       gera-relatorio-caixa section.
           initialize totais_caixa
           move 0 to ct_cancelados_cx
           move 0 to vendas_dinheiro_cx

           move 'N' to pedido_em_uso
           move 'N' to fim_pedido
           move 0   to pd_numero
           start pedido key not less pd_numero
               invalid key
                   move 'S' to fim_pedido
           end-start
           perform until fim_pedido = 'S'
               read pedido next record
                   at end
                       move 'S' to fim_pedido
                   not at end
                       perform normaliza-pedido
                       if pd_turno = tu_numero
                           perform acumula-pedido-caixa
                       end-if
               end-read
               if fs_pedido = "51"
                   move 'S' to pedido_em_uso
                   move 'S' to fim_pedido
               end-if
           end-perform
           if pedido_em_uso = 'S'
               display "Registro em uso por outro terminal"
               display "Relatorio de caixa nao gerado; reemita pelo "
                       "relatorio de caixa do turno"
               go to gera-relatorio-caixa-exit
           end-if

           compute cx_esperado(1) = tu_fundo + vendas_dinheiro_cx
                                  - tu_sangria
           if tu_status = 'F'
               perform varying ix_forma from 1 by 1
                         until ix_forma > 5
                   move tu_contado(ix_forma) to cx_contado(ix_forma)
               end-perform
           end-if

           open output relcx
           if fs_relcx not = "00"
               display "Erro ao gerar o relatorio de caixa (status "
                       fs_relcx ")"
               go to gera-relatorio-caixa-exit
           end-if

           move tu_operador to op_id
           read operad record
               invalid key
                   move "(operador removido)" to op_nome
           end-read
           move spaces to linha_caixa
           string "FECHAMENTO DE CAIXA - TURNO " delimited by size
                  tu_numero                      delimited by size
                  "  OPERADOR "                  delimited by size
                  tu_operador                    delimited by size
                  " "                            delimited by size
                  op_nome                        delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa

           move tu_dt_abert to dt_pedido_ed
           move tu_hora_abert to hora_decomp_num
           move hd_hh to hf_hh
           move hd_mm to hf_mm
           move hora_formatada to hora_abert_ed
           move spaces to linha_caixa
           string "ABERTURA..: " delimited by size
                  dt_pedido_ed   delimited by size
                  " "            delimited by size
                  hora_abert_ed  delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa

           move spaces to linha_caixa
           if tu_status = 'F'
               move tu_dt_fech to dt_pedido_ed
               move tu_hora_fech to hora_decomp_num
               move hd_hh to hf_hh
               move hd_mm to hf_mm
               move tu_oper_fech to op_id
               read operad record
                   invalid key
                       move "(operador removido)" to op_nome
               end-read
               string "FECHAMENTO: "   delimited by size
                      dt_pedido_ed     delimited by size
                      " "              delimited by size
                      hora_formatada   delimited by size
                      "  FECHADO POR " delimited by size
                      tu_oper_fech     delimited by size
                      " "              delimited by size
                      op_nome          delimited by size
                   into linha_caixa
               end-string
           else
               move "TURNO AINDA ABERTO: SEM VALORES CONTADOS"
                 to linha_caixa
           end-if
           write linha_caixa
           display linha_caixa
           move spaces to linha_caixa
           write linha_caixa

           move tu_fundo to valor_cx_ed
           move spaces to linha_caixa
           string "FUNDO DE TROCO.....: " delimited by size
                  valor_cx_ed             delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa
           move vendas_dinheiro_cx to valor_cx_ed
           move spaces to linha_caixa
           string "VENDAS EM DINHEIRO.: " delimited by size
                  valor_cx_ed             delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa
           move tu_sangria to valor_cx_ed
           move spaces to linha_caixa
           string "SANGRIAS...........: " delimited by size
                  valor_cx_ed             delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa
           move spaces to linha_caixa
           write linha_caixa

           move linha_cx_cab to linha_caixa
           write linha_caixa
           display linha_cx_cab
           perform varying ix_forma from 1 by 1 until ix_forma > 5
               perform grava-linha-caixa
           end-perform

           move spaces to linha_caixa
           write linha_caixa
           move ctl_tolerancia_cx to valor_cx_ed
           move spaces to linha_caixa
           string "TOLERANCIA.........: " delimited by size
                  valor_cx_ed             delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           move spaces to linha_caixa
           string "PEDIDOS CANCELADOS FORA DO CAIXA: " delimited by size
                  ct_cancelados_cx                   delimited by size
               into linha_caixa
           end-string
           write linha_caixa
           display linha_caixa
           close relcx
           display "Relatorio gravado no arquivo RELCX"
           .
       gera-relatorio-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * soma o pedido lido no esperado da sua forma de pagamento;
      * cancelados e pedidos sem pagamento registrado ficam de fora
       acumula-pedido-caixa section.
           if pd_status = 'C'
               add 1 to ct_cancelados_cx
               go to acumula-pedido-caixa-exit
           end-if

           move 0 to ix_forma
           perform varying ix_comp from 1 by 1 until ix_comp > 5
               if sigla_forma(ix_comp) = pd_forma_pag
                   move ix_comp to ix_forma
               end-if
           end-perform
           if ix_forma = 0
               go to acumula-pedido-caixa-exit
           end-if

           if ix_forma = 1
               add pd_total to vendas_dinheiro_cx
           else
               add pd_total to cx_esperado(ix_forma)
           end-if
           .
       acumula-pedido-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * grava a linha da forma de pagamento "ix_forma" no relatorio de
      * caixa, com a diferenca e o aviso quando passa da tolerancia
       grava-linha-caixa section.
           move sigla_forma(ix_forma) to pd_forma_pag
           perform descreve-forma-pagamento
           move forma_pag_desc          to lcx_forma
           move cx_esperado(ix_forma)   to lcx_esperado
           move spaces                  to lcx_aviso
           if tu_status = 'F'
               move cx_contado(ix_forma) to lcx_contado
               compute diferenca_cx = cx_contado(ix_forma)
                                    - cx_esperado(ix_forma)
               move diferenca_cx to lcx_diferenca
               if diferenca_cx > ctl_tolerancia_cx
                  or diferenca_cx < 0 - ctl_tolerancia_cx
                   move "DIFERENCA ACIMA DA TOL." to lcx_aviso
               end-if
           else
               move 0 to lcx_contado
               move 0 to lcx_diferenca
           end-if
           move linha_cx_det to linha_caixa
           write linha_caixa
           display linha_cx_det
           .
       grava-linha-caixa-exit.
           exit.

      *-----------------------------------------------------------------
      * configura a tolerancia aceita na diferenca entre o esperado e o
      * contado no fechamento do caixa (restrito ao gerente)
       configura-tolerancia-caixa section.
           display erase
           if nivel_corrente <> 'G'
               display "Opcao restrita ao gerente"
               display "Tecle <enter> para voltar"
               accept pausa
               go to configura-tolerancia-caixa-exit
           end-if

           move ctl_tolerancia_cx to valor_cx_ed
           display "Tolerancia atual: " valor_cx_ed
           move 0 to tolerancia_tmp
           display "Nova tolerancia: "
           accept tolerancia_tmp
           perform until tolerancia_tmp is numeric
               display "Valor invalido, informe novamente: "
               accept tolerancia_tmp
           end-perform
           move tolerancia_tmp to ctl_tolerancia_cx
           perform grava-controle-caixa
           display "Tolerancia configurada"
           .
       configura-tolerancia-caixa-exit.
           exit.

      *-----------------------------------------------------------------
               accept nivel_tmp
           end-perform

           move "OPERAD"      to seq_nome
           move ultimo_operad to seq_base
           perform proximo-numero
           if seq_ok = 'N'
               go to inclui-operador-exit
           end-if
           move seq_proximo   to ultimo_operad
           move ultimo_operad to op_id
           move nome_opr_tmp  to op_nome
           move senha_tmp     to op_senha
           accept id_oper_tmp

           move id_oper_tmp to op_id
           perform bloqueia-operad
           if bloqueio_ok = 'N'
               if fs_operad not = "51"
                   display "Operador nao encontrado"
               end-if
               go to altera-operador-exit
           end-if

           display "Operador: " op_nome
           display "Nova senha (em branco mantem a atual): "
           rewrite operad_reg
               invalid key
                   display "Erro ao atualizar o operador"
                   unlock operad
                   go to altera-operador-exit
           end-rewrite
           unlock operad
           display "Operador atualizado com sucesso"
           .
       altera-operador-exit.
           end-string
           perform grava-linha-rodada

           perform aguarda-sessoes-lote
           if sessoes_ativas > 0
               move 'S' to lote_falha
               move spaces to linha_rodada
               string "*** RODADA CANCELADA: "  delimited by size
                      sessoes_ativas            delimited by size
                      " SESSAO(OES) INTERATIVA(S) AINDA ABERTA(S) ***"
                                                delimited by size
                   into linha_rodada
               end-string
               perform grava-linha-rodada
               perform encerra-rodada-lote
               go to executa-lote-exit
           end-if

           perform gera-backup
           move spaces to linha_rodada
           string "BACKUP GRAVADO NA GERACAO " delimited by size
           end-string
           perform grava-linha-rodada

      * previsao de preparo do dia seguinte, com a base padrao
           accept dt_raw from date yyyymmdd
           compute dt_prep = function date-of-integer(
                   function integer-of-date(dt_raw) + 1)
           move semanas_padrao_prep to semanas_prep
           perform gera-previsao-preparo
           move spaces to linha_rodada
           string "PREVISAO DE PREPARO PARA " delimited by size
                  dt_prep_ed                  delimited by size
                  " - FALTAS: "               delimited by size
                  ct_faltas_prep              delimited by size
                  " (RELPREP "                delimited by size
                  fs_relprep                  delimited by size
                  ")"                         delimited by size
               into linha_rodada
           end-string
           perform grava-linha-rodada
           if ct_faltas_prep > 0
               move "*** ATENCAO: FALTA INGREDIENTE PARA O PREPARO ***"
                 to linha_rodada
               perform grava-linha-rodada
           end-if

           perform encerra-rodada-lote
           .
       executa-lote-exit.
           exit.

      *-----------------------------------------------------------------
      * grava o fim da rodada e o resultado no RELLOG e fecha o log
       encerra-rodada-lote section.
           accept dt_raw from date yyyymmdd
           accept hr_raw from time
           move dt_raw to dt_log_ed

           close rellog
           .
       encerra-rodada-lote-exit.
           exit.

      *-----------------------------------------------------------------
      * a rodada em lote so comeca sem sessoes interativas abertas:
      * enquanto houver alguma, espera e confere de novo, ate o limite
      * de esperas; "sessoes_ativas" volta zero quando pode comecar
       aguarda-sessoes-lote section.
           move 0 to esperas_sessao
           perform conta-sessoes-ativas
           perform until sessoes_ativas = 0
                      or esperas_sessao >= max_esperas_sessao
               add 1 to esperas_sessao
               move spaces to linha_rodada
               string "AGUARDANDO SESSOES INTERATIVAS ABERTAS: "
                                             delimited by size
                      sessoes_ativas         delimited by size
                      " (ESPERA "            delimited by size
                      esperas_sessao         delimited by size
                      ")"                    delimited by size
                   into linha_rodada
               end-string
               perform grava-linha-rodada
               call "C$SLEEP" using segundos_espera_sessao
               perform conta-sessoes-ativas
           end-perform
           .
       aguarda-sessoes-lote-exit.
           exit.

      *-----------------------------------------------------------------
           close pedido
           close itped
           close operad
           close zona
           close motob
           close turno
           close pccab
           close pcitem
           close cpagar
           if sessao_corrente > 0
               move sessao_corrente to ss_numero
               delete sessao record
                   invalid key
                       continue
               end-delete
           end-if
           close contrl
           close sessao
           Stop run
           .
       finaliza-exit.
