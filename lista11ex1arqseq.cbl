           lock mode is automatic
           file status is ws-fs-arqRelatorioDiario.

      *>   Observações Horarias dos Registradores Automaticos - uma Linha Por Estação/Data/Hora, no
      *>   Mesmo Espirito de fd-temperaturas Mais a Hora; Cada Estação-Dia é Agregada em Minima,
      *>   Maxima e Media, e a Media Entra no Master Como a Leitura do Dia
           select arqObservacoesHorarias assign to "arqObservacoesHorarias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqHorarias.

      *>   Parametro da Agregação Horaria - Minimo de Horas Com Observação Para o Dia Ser Completo
      *>   (Sem o Arquivo: 18 das 24 Horas)
           select arqParametrosHorarias assign to "arqParametrosHorarias.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamHorarias.

      *>   Amplitude Diaria Acumulada (Minima, Maxima, Media, Qtd de Horas e Situação Completo /
      *>   Incompleto) de Cada Estação-Dia Agregada das Observações Horarias - Sempre Anexada; é
      *>   Daqui Que os Relatorios Tiram a Faixa de Temperatura do Dia
           select arqAmplitudeDiaria assign to "arqAmplitudeDiaria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAmplitude.

      *>   Historico de Equipamentos das Estações - um Evento Por Linha (Data, Tipo: "I" Instalação,
      *>   "S" Substituição, "R" Recalibração, "M" Mudança de Local, e o Offset de Calibração em Graus
      *>   Celsius); a Carga Soma a Cada Leitura o Offset do Evento Vigente na Data Dela
           select arqHistoricoEquipamentos assign to "arqHistoricoEquipamentos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEquipamentos.

      *>   Relatorio dos Eventos de Equipamento Por Estação, com Quantas Leituras Cada Offset Afetou -
      *>   Mostra Onde a Serie de uma Estação Tem Quebra
           select arqRelatorioEquipamentos assign to "arqRelatorioEquipamentos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRelEquipamentos.

      *>   Cadastro de Regiões (Codigo, Nome e Minimo de Estações Para o Dia Regional Valer) -
      *>   Cada Estação do Cadastro Aponta Para uma Região Pelo Codigo
           select arqRegioes assign to "arqRegioes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegioes.

      *>   Resumo Regional - Media das Estações de Cada Região Por Dia e Por Mes, com Quantas
      *>   Estações Entraram na Conta e as Leituras Estimadas / de Estações Não Confiaveis à Parte
           select arqResumoRegional assign to "arqResumoRegional.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqResumoRegional.

      *>   Cadastro Permanente de Recordes Por Estação e Dia do Calendario (Mes-Dia) - Maxima e
      *>   Minima Absolutas, o Ano de Cada Uma e o Recorde Anterior Que Ela Substituiu
           select arqRecordes assign to "arqRecordes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Boletim dos Recordes Quebrados ou Empatados na Execução (Carga Completa e/ou Delta)
           select arqBoletimRecordes assign to "arqBoletimRecordes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqBoletimRecordes.

      *>   Pedidos de Declaração de Temperaturas (Requerente, Estação e Periodo) - Atendidos a Partir
      *>   do Espelho Indexado e Esvaziados Depois, Para uma Reexecução Não Emitir de Novo
           select arqPedidosDeclaracao assign to "arqPedidosDeclaracao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqPedidosDecl.

      *>   Declarações Emitidas - Texto Integral de Cada Declaração, Sempre Anexado
           select arqDeclaracoes assign to "arqDeclaracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqDeclaracoes.

      *>   Registro das Declarações Emitidas - uma Linha Por Declaração com Numero, Emissão,
      *>   Requerente, Estação, Periodo e os Totais Certificados
           select arqRegistroDeclaracoes assign to "arqRegistroDeclaracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRegistroDecl.

      *>   Ultimo Numero de Declaração Emitido - a Numeração Segue de Uma Execução Para a Outra
           select arqControleDeclaracoes assign to "arqControleDeclaracoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleDecl.

      *>   Arquivo de Intercambio Mensal Para o Orgão Regional - Layout Fixo com Registro de
      *>   Cabeçalho ("H"), um Detalhe ("D") Por Estação/Mes Enviado e o Trailer ("T") de Controle;
      *>   um Arquivo Por Lote (arqIntercambioOrgao-<lote>.txt) - Lote Novo Não Cobre o Pendente
           select arqIntercambioOrgao assign using ws-nome-arq-intercambio
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqIntercambio.

      *>   Retorno do Orgão (Aceite "A" ou Rejeição "R" de Cada Estação/Mes do Lote) - Esvaziado
      *>   Depois de Conciliado
           select arqRetornoOrgao assign to "arqRetornoOrgao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetornoOrgao.

      *>   Log de Transmissão - Ultimo Envio de Cada Estação/Mes com os Valores Enviados, o Lote e a
      *>   Situação do Retorno; o Mes So Volta a Ser Enviado Quando Algum Valor Muda
           select arqLogTransmissao assign to "arqLogTransmissao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogTransmissao.

      *>   Relatorio da Conciliação com o Orgão - Meses Rejeitados, Sem Retorno e Retornos Sem Envio
           select arqConciliacaoOrgao assign to "arqConciliacaoOrgao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqConciliacao.

      *>   Cadastro de Operadores (Identificação, Nome, Perfil e Situação) - o Perfil Define Quais
      *>   Opções do Menu Interativo o Operador Pode Usar
           select arqOperadores assign to "arqOperadores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqOperadores.

      *>   Log de Segurança - Toda Identificação Recusada e Toda Opção Negada Pelo Perfil, Sempre Anexado
           select arqLogSeguranca assign to "arqLogSeguranca.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLogSeguranca.

      *>   Cadastro de Assinantes dos Alertas - Tipo do Alerta e Estação ("*" Vale Para Todos),
      *>   Canal ("E" E-mail, "S" SMS) e Destinatario
           select arqAssinantesAlertas assign to "arqAssinantesAlertas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAssinantes.

      *>   Registro dos Alertas Ja Enviados - Evita Reenviar Toda Noite a Condição Que Continua, e
      *>   Guarda as Ativas Para Avisar Quando Terminam
           select arqAlertasEnviados assign to "arqAlertasEnviados.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertasEnviados.

      *>   Caixa de Saida das Notificações - Layout Fixo Lido Pelo Gateway de E-mail/SMS, Sempre Anexado
           select arqCaixaNotificacoes assign to "arqCaixaNotificacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqCaixaNotificacoes.

      *>   Parametros de Retenção - Nome do Arquivo e Quantos Anos Ficam em Linha; Sem o Arquivo Nada é Expurgado
           select arqParametrosRetencao assign to "arqParametrosRetencao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParamRetencao.

      *>   Marcas de Retenção - Quantas Linhas Cada Arquivo Sem Data Propria Tinha em Cada Expurgo; é Por
      *>   Elas Que Se Sabe a Idade das Linhas
           select arqMarcasRetencao assign to "arqMarcasRetencao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqMarcasRetencao.

      *>   Indice dos Arquivos Mortos - Arquivo de Origem, Nome do Arquivo Morto Datado e Quantas Linhas
      *>   Ele Recebeu; a Consulta de Historico e as Declarações Chegam às Trilhas Arquivadas Por Ele
           select arqIndiceArquivamento assign to "arqIndiceArquivamento.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqIndiceArquiv.

      *>   Arquivo em Expurgo (Nome Montado em ws-nome-arq-ret-origem a Cada Arquivo dos Parametros) e a
      *>   Copia de Trabalho com as Linhas Que Ficam em Linha
           select arqRetencaoOrigem assign using ws-nome-arq-ret-origem
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetOrigem.

           select arqRetencaoTrabalho assign to "arqRetencaoTrabalho.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRetTrabalho.

      *>   Arquivo Morto Datado (Origem-aaaammdd.ext) - Anexado Pelo Expurgo e Relido nas Consultas
           select arqArquivoMorto assign using ws-nome-arq-morto
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoMorto.

      *>   Relatorio de Controle do Expurgo - Lidos, Mantidos e Arquivados Por Arquivo
           select arqControleRetencao assign to "arqControleRetencao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqControleRet.

      *>   Cadastro de Coletores - Numero do Coletor (o NN de arqColetaNN.txt), Dias da Semana em Que
      *>   o Arquivo é Esperado e as Estações Que Ele Cobre
           select arqColetores assign to "arqColetores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqColetores.

      *>   Relatorio de Entregas dos Coletores - Arquivos Ausentes ou Vazios, Estações Fora da Cobertura
      *>   e Estações com a Ultima Leitura Mais Velha do Que a Agenda do Coletor Permite
           select arqEntregasColetores assign to "arqEntregasColetores.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEntregas.

      *>   Espelho Indexado do Arquivo de Temperaturas, Chaveado Por Estação + Data (e, Como Chave Alternada,
      *>   Estação + Dia) - Regravado a Cada Carga Completa e Lido Diretamente Pelas Consultas do Modo Batch,
      *>   Que Assim Dispensam a Recarga das Milhares de Leituras do Arquivo Sequencial
          05 fd-temp                               pic s9(02)v99.

       fd arqRelatorioTemperaturas.
       01 fd-rel-linha                             pic x(140).

       fd arqTemperaturasRejeitadas.
       01 fd-rej-linha                             pic x(80).
          05 fd-chk-leit-data                      pic 9(08).
          05 fd-chk-leit-valor                     pic s9(02)v99.
          05 fd-chk-leit-origem                    pic x(01).
      *>   Valor Bruto da Leitura, Antes do Offset de Calibração
          05 fd-chk-leit-bruto                     pic s9(02)v99.

       fd arqTemperaturasResultado.
       01 fd-csv-linha                             pic x(120).
          05 fd-cad-nome                           pic x(30).
          05 fd-cad-unidade                        pic x(01).
          05 fd-cad-ativa                          pic x(01).
      *>   Codigo da Região da Estação (arqRegioes.txt) - Em Branco Quando Não Pertence a Nenhuma
          05 fd-cad-regiao                         pic x(03).

       fd arqResumoMensal.
       01 fd-resumo-linha                          pic x(120).
       fd arqRelatorioDiario.
       01 fd-reldia-linha                          pic x(120).

      *>   Observação Horaria - o Layout de fd-temperaturas com a Hora (00 a 23) Entre o Dia e a Temperatura
       fd arqObservacoesHorarias.
       01 fd-horaria.
          05 fd-hor-estacao                        pic x(05).
          05 fd-hor-data                           pic 9(08).
          05 fd-hor-dia                            pic 9(03).
          05 fd-hor-hora                           pic 9(02).
          05 fd-hor-temp                           pic s9(02)v99.

       fd arqParametrosHorarias.
       01 fd-parametro-horaria.
          05 fd-phr-min-horas                      pic 9(02).

      *>   Amplitude de uma Estação-Dia (Sempre em Celsius, Ja Convertida Quando a Estação é "F")
       fd arqAmplitudeDiaria.
       01 fd-amplitude.
          05 fd-amp-estacao                        pic x(05).
          05 fd-amp-data                           pic 9(08).
          05 fd-amp-dia                            pic 9(03).
          05 fd-amp-min                            pic s9(02)v99.
          05 fd-amp-max                            pic s9(02)v99.
          05 fd-amp-media                          pic s9(02)v99.
          05 fd-amp-qtd-horas                      pic 9(02).
          05 fd-amp-situacao                       pic x(01).

      *>   Evento de Equipamento de uma Estação (o Offset Vale da Data do Evento Ate o Proximo Evento)
       fd arqHistoricoEquipamentos.
       01 fd-equipamento.
          05 fd-eqp-estacao                        pic x(05).
          05 fd-eqp-data                           pic 9(08).
          05 fd-eqp-tipo                           pic x(01).
          05 fd-eqp-offset                         pic s9(02)v99.

       fd arqRelatorioEquipamentos.
       01 fd-releqp-linha                          pic x(100).

       fd arqRegioes.
       01 fd-regiao.
          05 fd-reg-codigo                         pic x(03).
          05 fd-reg-nome                           pic x(30).
          05 fd-reg-min-estacoes                   pic 9(02).

       fd arqResumoRegional.
       01 fd-resreg-linha                          pic x(132).

      *>   Registro do Cadastro de Recordes - Ano de Empate Guarda o Ultimo Ano Que Igualou o
      *>   Recorde, Para o Mesmo Empate Não Sair de Novo no Boletim a Cada Carga
       fd arqRecordes.
       01 fd-recorde.
          05 fd-rec-estacao                        pic x(05).
          05 fd-rec-mes-dia.
             10 fd-rec-mes                         pic 9(02).
             10 fd-rec-dia                         pic 9(02).
          05 fd-rec-max                            pic s9(02)v99.
          05 fd-rec-ano-max                        pic 9(04).
          05 fd-rec-max-anterior                   pic s9(02)v99.
          05 fd-rec-ano-max-anterior               pic 9(04).
          05 fd-rec-ano-empate-max                 pic 9(04).
          05 fd-rec-min                            pic s9(02)v99.
          05 fd-rec-ano-min                        pic 9(04).
          05 fd-rec-min-anterior                   pic s9(02)v99.
          05 fd-rec-ano-min-anterior               pic 9(04).
          05 fd-rec-ano-empate-min                 pic 9(04).

       fd arqBoletimRecordes.
       01 fd-bolrec-linha                          pic x(100).

       fd arqPedidosDeclaracao.
       01 fd-pedido-declaracao.
          05 fd-ped-requerente                     pic x(30).
          05 fd-ped-estacao                        pic x(05).
          05 fd-ped-data-de                        pic 9(08).
          05 fd-ped-data-ate                       pic 9(08).

       fd arqDeclaracoes.
       01 fd-declaracao-linha                      pic x(100).

       fd arqRegistroDeclaracoes.
       01 fd-registro-declaracao                   pic x(150).

       fd arqControleDeclaracoes.
       01 fd-controle-declaracao.
          05 fd-ctd-ultimo-numero                  pic 9(07).

       fd arqIntercambioOrgao.
       01 fd-intercambio                           pic x(60).

       fd arqRetornoOrgao.
       01 fd-retorno-orgao.
          05 fd-ret-estacao                        pic x(05).
          05 fd-ret-ano-mes                        pic 9(06).
          05 fd-ret-lote                           pic 9(16).
          05 fd-ret-situacao                       pic x(01).
          05 fd-ret-motivo                         pic x(30).

      *>   Situação: "E" Enviado Aguardando Retorno, "A" Aceito, "R" Rejeitado (com o Motivo)
       fd arqLogTransmissao.
       01 fd-log-transmissao.
          05 fd-ltr-estacao                        pic x(05).
          05 fd-ltr-ano-mes                        pic 9(06).
          05 fd-ltr-media                          pic s9(02)v99.
          05 fd-ltr-min                            pic s9(02)v99.
          05 fd-ltr-max                            pic s9(02)v99.
          05 fd-ltr-dias-validos                   pic 9(02).
          05 fd-ltr-dias-estimados                 pic 9(02).
          05 fd-ltr-lote                           pic 9(16).
          05 fd-ltr-situacao                       pic x(01).
          05 fd-ltr-motivo                         pic x(30).

       fd arqConciliacaoOrgao.
       01 fd-conciliacao-linha                     pic x(100).

      *>   Perfil: "V" Visualizador (T/E/H), "A" Analista (Mais C/Q), "S" Supervisor (Mais R/A/M)
       fd arqOperadores.
       01 fd-operador.
          05 fd-opr-id                             pic x(08).
          05 fd-opr-nome                           pic x(30).
          05 fd-opr-perfil                         pic x(01).
          05 fd-opr-ativo                          pic x(01).

       fd arqLogSeguranca.
       01 fd-seguranca-linha                       pic x(100).

      *>   Tipos: "CALOR"/"FRIO" Ondas, "DESVIO"/"TRAVA" Sensores Suspeitos, "FALTA"/"DUPLIC"/"CONFIA"
      *>   Alertas da Reconciliação
       fd arqAssinantesAlertas.
       01 fd-assinante.
          05 fd-ass-tipo                           pic x(06).
          05 fd-ass-estacao                        pic x(05).
          05 fd-ass-canal                          pic x(01).
          05 fd-ass-destino                        pic x(40).

      *>   Situação: "A" Ativo (Aviso Enviado, Condição Ainda em Curso), "E" Encerrado
       fd arqAlertasEnviados.
       01 fd-alerta-enviado.
          05 fd-env-tipo                           pic x(06).
          05 fd-env-estacao                        pic x(05).
          05 fd-env-ano                            pic 9(04).
          05 fd-env-dia-ini                        pic 9(03).
          05 fd-env-dia-fim                        pic 9(03).
          05 fd-env-situacao                       pic x(01).
          05 fd-env-data-envio                     pic 9(08).
          05 fd-env-data-ini                       pic 9(08).
          05 fd-env-data-fim                       pic 9(08).

      *>   Severidade: "C" Critico, "A" Atenção, "I" Informativo; Situação: "N" Novo, "E" Encerrado
       fd arqCaixaNotificacoes.
       01 fd-notificacao.
          05 fd-ntf-data-geracao                   pic 9(08).
          05 fd-ntf-hora-geracao                   pic 9(08).
          05 fd-ntf-severidade                     pic x(01).
          05 fd-ntf-situacao                       pic x(01).
          05 fd-ntf-tipo                           pic x(06).
          05 fd-ntf-estacao                        pic x(05).
          05 fd-ntf-dia-ini                        pic 9(03).
          05 fd-ntf-dia-fim                        pic 9(03).
          05 fd-ntf-data-ini                       pic 9(08).
          05 fd-ntf-data-fim                       pic 9(08).
          05 fd-ntf-canal                          pic x(01).
          05 fd-ntf-destino                        pic x(40).
          05 fd-ntf-texto                          pic x(50).

       fd arqParametrosRetencao.
       01 fd-parametro-retencao.
          05 fd-ret-arquivo                        pic x(30).
          05 fd-ret-anos                           pic 9(02).

       fd arqMarcasRetencao.
       01 fd-marca-retencao.
          05 fd-mrc-arquivo                        pic x(30).
          05 fd-mrc-data                           pic 9(08).
          05 fd-mrc-linhas                         pic 9(07).

       fd arqIndiceArquivamento.
       01 fd-indice-arquivamento.
          05 fd-ixa-arquivo                        pic x(30).
          05 fd-ixa-arquivo-morto                  pic x(40).
          05 fd-ixa-data                           pic 9(08).
          05 fd-ixa-qtd                            pic 9(07).

      *>   Visões da Linha em Expurgo - a Data de Execução nas Colunas das Duas Trilhas de Auditoria
      *>   (Mesmo Desenho de ws-audit-linha e de ws-audcad-linha) e a Disposição da Quarentena
      *>   (Mesmo Desenho de ws-qrv-detalhe)
       fd arqRetencaoOrigem.
       01 fd-rto-linha                             pic x(140).
       01 fd-rto-auditoria.
          05 filler                                pic x(56).
          05 fd-rto-aud-data-exec                  pic x(08).
          05 filler                                pic x(76).
       01 fd-rto-aud-cadastro.
          05 filler                                pic x(102).
          05 fd-rto-acad-data-exec                 pic x(08).
          05 filler                                pic x(30).
       01 fd-rto-quarentena.
          05 filler                                pic x(66).
          05 fd-rto-qrt-disposicao                 pic x(14).
          05 filler                                pic x(60).

       fd arqRetencaoTrabalho.
       01 fd-trb-linha                             pic x(140).

      *>   Visão da Linha Arquivada da Trilha de Correções - Mesmo Desenho de fd-auditoria
       fd arqArquivoMorto.
       01 fd-mrt-linha                             pic x(140).
       01 fd-mrt-auditoria.
          05 fd-mrt-aud-estacao                    pic x(05).
          05 filler                                pic x(03).
          05 fd-mrt-aud-data                       pic 9(08).
          05 filler                                pic x(07).
          05 fd-mrt-aud-dia                        pic 9(03).
          05 filler                                pic x(06).
          05 fd-mrt-aud-valor-antigo               pic x(06).
          05 filler                                pic x(06).
          05 fd-mrt-aud-valor-novo                 pic x(06).
          05 filler                                pic x(90).

       fd arqControleRetencao.
       01 fd-ctr-linha                             pic x(100).

      *>   Dias da Semana: Segunda a Domingo, "S" Quando o Arquivo é Esperado no Dia (Tudo em Branco é
      *>   Diario); Estações em Branco no Fim da Lista
       fd arqColetores.
       01 fd-coletor.
          05 fd-clt-numero                         pic 9(02).
          05 fd-clt-dias-semana                    pic x(07).
          05 fd-clt-estacao occurs 10              pic x(05).

       fd arqEntregasColetores.
       01 fd-entrega-linha                         pic x(100).

      *>   Registro do Espelho Indexado - Alem da Leitura em Si, Carrega a Media da Estação Calculada na
      *>   Geração do Espelho, Para a Consulta Direta Classificar o Dia Sem Precisar Recarregar a Tabela
       fd arqTemperaturasIdx.
       77  ws-fs-arqScorecard                      pic  9(02).
       77  ws-fs-arqVizinhos                       pic  9(02).
       77  ws-fs-arqSuspeitos                      pic  9(02).
       77  ws-fs-arqHorarias                       pic  9(02).
       77  ws-fs-arqParamHorarias                  pic  9(02).
       77  ws-fs-arqAmplitude                      pic  9(02).
       77  ws-fs-arqEquipamentos                   pic  9(02).
       77  ws-fs-arqRelEquipamentos                pic  9(02).
       77  ws-fs-arqRegioes                        pic  9(02).
       77  ws-fs-arqResumoRegional                 pic  9(02).
       77  ws-fs-arqRecordes                       pic  9(02).
       77  ws-fs-arqBoletimRecordes                pic  9(02).
       77  ws-fs-arqPedidosDecl                    pic  9(02).
       77  ws-fs-arqDeclaracoes                    pic  9(02).
       77  ws-fs-arqRegistroDecl                   pic  9(02).
       77  ws-fs-arqControleDecl                   pic  9(02).
       77  ws-fs-arqIntercambio                    pic  9(02).
       77  ws-fs-arqRetornoOrgao                   pic  9(02).
       77  ws-fs-arqLogTransmissao                 pic  9(02).
       77  ws-fs-arqConciliacao                    pic  9(02).
       77  ws-fs-arqOperadores                     pic  9(02).
       77  ws-fs-arqLogSeguranca                   pic  9(02).
       77  ws-fs-arqAssinantes                     pic  9(02).
       77  ws-fs-arqAlertasEnviados                pic  9(02).
       77  ws-fs-arqCaixaNotificacoes              pic  9(02).
       77  ws-fs-arqParamRetencao                  pic  9(02).
       77  ws-fs-arqMarcasRetencao                 pic  9(02).
       77  ws-fs-arqIndiceArquiv                   pic  9(02).
       77  ws-fs-arqRetOrigem                      pic  9(02).
       77  ws-fs-arqRetTrabalho                    pic  9(02).
       77  ws-fs-arqArquivoMorto                   pic  9(02).
       77  ws-fs-arqControleRet                    pic  9(02).
       77  ws-fs-arqColetores                      pic  9(02).
       77  ws-fs-arqEntregas                       pic  9(02).

      *>   Faixa Valida de Temperatura Aceita - Fora Disso a Leitura é Rejeitada
       77  ws-temp-min-valida                      pic s9(02)v99 value -50.
             10 ws-temp-data                        pic 9(08).
             10 ws-temp-valor                       pic s9(02)v99.
             10 ws-temp-origem                      pic x(01).
      *>   Valor Bruto Como Veio do Master (Celsius, Antes do Offset de Calibração Vigente na Data) -
      *>   ws-temp-valor é o Ajustado; é o Bruto Que Volta Para o Master nas Regravações e Anexações
             10 ws-temp-bruto                       pic s9(02)v99.
      *>   Leituras dos Sensores Complementares da Estação (Umidade % e Chuva mm), Carregadas de
      *>   arqLeiturasSensores.txt - Guardadas Pelo Dia Real, Como as Temperaturas
          05 ws-estacao-qtd-umid                   pic 9(03).
          05 ws-cad-nome                           pic x(30).
          05 ws-cad-unidade                        pic x(01).
          05 ws-cad-ativa                          pic x(01).
          05 ws-cad-regiao                         pic x(03).

       77 ws-qtd-cadastro                           pic 9(02).
       77 ws-ind-cadastro                           pic 9(02).
       77 ws-qtd-consolidada                        pic 9(05).
       77 ws-qtd-duplicatas-exatas                  pic 9(05).
       77 ws-qtd-conflitos                          pic 9(05).
       77 ws-qtd-master-preservada                  pic 9(05).

      *>   Houve Arquivos de Coleta Nesta Execução - o Master Consolidado é Novo e a Carga Completa
      *>   é Obrigatoria (um Espelho Indexado de Carga Anterior Estaria Defasado)
          05 filler                                pic x(05) value " Dsv ".
          05 ws-rel-desvio                         pic x(08).
          05 ws-rel-anomalia                       pic x(11).
      *>   Amplitude do Dia (Minima/Maxima das Observações Horarias e "I" de Dia Incompleto) -
      *>   "---" Quando o Dia Não Veio de Observações Horarias
          05 filler                                pic x(07) value " - Amp ".
          05 ws-rel-amplitude                      pic x(15).

      *>   Linha de Alerta da Reconciliação (Estação, Dia e Mensagem) - Mesmo Jeito de Exibir de ws-msn-erro, Não é Fatal
       01 ws-alerta-linha.
       77 ws-man-nome                               pic x(30).
       77 ws-man-unidade                            pic x(01).
       77 ws-man-ativa                              pic x(01).
       77 ws-man-regiao                             pic x(03).
       77 ws-ind-man-achado                         pic 9(02).

      *>   A Estação em Manutenção Tem Leituras Carregadas Nesta Execução - Impede a Inativação,
          05 ws-rdia-chuva                         pic x(06).
          05 filler                                pic x(13) value " mm - Sensac ".
          05 ws-rdia-sensacao                      pic -(03)9,99.
          05 filler                                pic x(07) value " - Amp ".
          05 ws-rdia-amplitude                     pic x(15).

      *>   Agregação das Observações Horarias - Uma Entrada Por Estação-Dia (Capacidade de um Ano
      *>   Cheio das 50 Estações, Como a Consolidação de Coletas), com a Soma, a Minima, a Maxima e
      *>   a Marca de Cada Hora Ja Recebida (Hora Repetida no Mesmo Dia Vai Para a Quarentena)
       01 ws-agregacao-horaria.
          05 ws-agh-reg occurs 18300.
             10 ws-agh-estacao                     pic x(05).
             10 ws-agh-data                        pic 9(08).
             10 ws-agh-dia                         pic 9(03).
             10 ws-agh-qtd-horas                   pic 9(02).
             10 ws-agh-soma                        pic s9(04)v99.
             10 ws-agh-soma-bruta                  pic s9(04)v99.
             10 ws-agh-min                         pic s9(02)v99.
             10 ws-agh-max                         pic s9(02)v99.
             10 ws-agh-horas.
                15 ws-agh-hora-recebida occurs 24  pic x(01).

       77 ws-qtd-agregacao                          pic 9(05).
       77 ws-ind-agh                                pic 9(05).
       77 ws-ind-agh-achado                         pic 9(05).
       77 ws-ind-hora                               pic 9(02).

      *>   Minimo de Horas Para o Dia Ser Completo (de arqParametrosHorarias.txt; Padrão 18) e a
      *>   Media do Dia Agregado Que Vai Para o Master
       77 ws-min-horas-dia                          pic 9(02) value 18.
       77 ws-media-horaria                          pic s9(02)v99.
       77 ws-media-horaria-bruta                    pic s9(02)v99.

      *>   Validação em Andamento é de uma Observação Horaria - a Leitura Aprovada Vai Para a
      *>   Agregação do Dia em Vez da Tabela de Estações
       77 ws-sw-carga-horaria                       pic x(01) value "N".
           88 ws-carga-horaria                       value "S".

      *>   Resto de uma Observação Horaria Mais Comprida que o Layout (Status 06) na Leitura Seguinte
       77 ws-sw-continuacao-horaria                 pic x(01) value "N".
           88 ws-continuacao-horaria                 value "S".

      *>   Houve Observações Horarias Nesta Execução - o Master Recebeu Dias Novos (a Consulta
      *>   Direta Pelo Espelho Fica Proibida) e a Quarentena Ja Tem Rejeições Dela (a Carga
      *>   Completa Anexa em Vez de Regravar)
       77 ws-sw-horarias                            pic x(01) value "N".
           88 ws-horarias-processadas                value "S".

      *>   Totais da Agregação Horaria Para o Relatorio de Controle
       77 ws-cont-horarias-lidas                    pic 9(07) value 0.
       77 ws-cont-rej-hora                          pic 9(07) value 0.
       77 ws-cont-dias-agregados                    pic 9(07) value 0.
       77 ws-cont-dias-incompletos                  pic 9(07) value 0.

      *>   Amplitudes Diarias Carregadas de arqAmplitudeDiaria.txt Para os Relatorios - Registro
      *>   Repetido da Mesma Estação/Data (Dia Reenviado) Substitui o Anterior, Valendo o Mais Recente
       01 ws-amplitudes.
          05 ws-amp-reg occurs 18300.
             10 ws-amp-estacao                     pic x(05).
             10 ws-amp-data                        pic 9(08).
             10 ws-amp-min                         pic s9(02)v99.
             10 ws-amp-max                         pic s9(02)v99.
             10 ws-amp-situacao                    pic x(01).

       77 ws-qtd-amplitudes                         pic 9(05).
       77 ws-ind-amp                                pic 9(05).
       77 ws-ind-amp-achado                         pic 9(05).
       77 ws-amp-busca-estacao                      pic x(05).
       77 ws-amp-busca-data                         pic 9(08).

      *>   Campo Montado da Amplitude Para os Relatorios ("Min/Max" e a Marca "I" de Dia Incompleto)
       01 ws-amp-campo.
          05 ws-ampc-min                           pic -(02)9,99.
          05 filler                                pic x(01) value "/".
          05 ws-ampc-max                           pic -(02)9,99.
          05 filler                                pic x(01) value space.
          05 ws-ampc-situacao                      pic x(01).
       77 ws-amp-campo-texto                        pic x(15).

      *>   Historico de Equipamentos Carregado de arqHistoricoEquipamentos.txt, Ordenado Por
      *>   Estação/Data - Ate 500 Eventos (10 Por Estação na Media das 50)
       01 ws-equipamentos.
          05 ws-eqp-reg occurs 500.
             10 ws-eqp-estacao                     pic x(05).
             10 ws-eqp-data                        pic 9(08).
             10 ws-eqp-tipo                        pic x(01).
             10 ws-eqp-offset                      pic s9(02)v99.
             10 ws-eqp-qtd-leituras                pic 9(05).

       77 ws-qtd-equipamentos                       pic 9(03).
       77 ws-ind-eqp                                pic 9(03).
       77 ws-ind-eqp-j                              pic 9(03).
       77 ws-ind-eqp-vigente                        pic 9(03).

      *>   Registro em Transito da Ordenação do Historico de Equipamentos
       01 ws-eqp-troca.
          05 ws-eqpt-estacao                       pic x(05).
          05 ws-eqpt-data                          pic 9(08).
          05 ws-eqpt-tipo                          pic x(01).
          05 ws-eqpt-offset                        pic s9(02)v99.
          05 ws-eqpt-qtd-leituras                  pic 9(05).

       77 ws-sw-eqp-pos                             pic x(01) value "S".
           88 ws-eqp-posicionado                     value "S".

      *>   Busca do Offset Vigente (Estação/Data de Entrada, Offset e Indice do Evento de Saida -
      *>   Zero Sem Evento Ate a Data) e o Valor Bruto/Ajustado da Leitura em Validação
       77 ws-eqp-busca-estacao                      pic x(05).
       77 ws-eqp-busca-data                         pic 9(08).
       77 ws-offset-vigente                         pic s9(02)v99.
       77 ws-temp-leitura-bruta                     pic s9(02)v99.
       77 ws-temp-ajustada                          pic s9(03)v99.
       77 ws-qtd-antes-eventos                      pic 9(05).
       77 ws-eqp-estacao-anterior                   pic x(05).

      *>   Linhas do Relatorio de Equipamentos (Evento com Offset e Leituras Afetadas, e as Leituras
      *>   da Estação Anteriores ao Primeiro Evento Registrado)
       01 ws-releqp-linha.
          05 ws-reqp-estacao                       pic x(05).
          05 filler                                pic x(03) value " - ".
          05 ws-reqp-data                          pic 9(08).
          05 filler                                pic x(03) value " - ".
          05 ws-reqp-tipo                          pic x(16).
          05 filler                                pic x(10) value " - Offset ".
          05 ws-reqp-offset                        pic -(02)9,99.
          05 filler                                pic x(12) value " - Leituras ".
          05 ws-reqp-qtd                           pic z(04)9.

       01 ws-releqp-antes.
          05 ws-reqa-estacao                       pic x(05).
          05 filler                                pic x(30) value " - Antes do Primeiro Evento   ".
          05 filler                                pic x(12) value " - Leituras ".
          05 ws-reqa-qtd                           pic z(04)9.

      *>   Cadastro de Regiões Carregado de arqRegioes.txt - Sem o Arquivo, o Resumo Regional Não é
      *>   Gerado; Minimo de Estações Zero no Cadastro Vale 2
       01 ws-regioes.
          05 ws-reg-reg occurs 50.
             10 ws-reg-codigo                      pic x(03).
             10 ws-reg-nome                        pic x(30).
             10 ws-reg-min-estacoes                pic 9(02).

       77 ws-qtd-regioes                            pic 9(02) value 0.
       77 ws-ind-regiao                             pic 9(02).
       77 ws-ind-regiao-achado                      pic 9(02).
       77 ws-regiao-busca                           pic x(03).
       77 ws-regiao-estacao                         pic x(03).
       77 ws-min-estacoes-regiao                    pic 9(02).

      *>   Apuração de uma Região Pelo Dia do Ano (Como ws-dias-evento) - Estações que Contam na
      *>   Media (Leitura Original de Estação Confiavel) e, à Parte, as Leituras Estimadas e as das
      *>   Estações Não Confiaveis, Que Ficam Fora da Media
       01 ws-regiao-dias.
          05 ws-rgd-reg occurs 366.
             10 ws-rgd-data                        pic 9(08).
             10 ws-rgd-qtd                         pic 9(02).
             10 ws-rgd-soma                        pic s9(04)v99.
             10 ws-rgd-qtd-estimadas               pic 9(02).
             10 ws-rgd-qtd-nao-confiaveis          pic 9(02).

      *>   Estações Que Contribuiram Para a Região em Cada Mes ("S"), Para a Contagem Mensal Não
      *>   Repetir a Mesma Estação a Cada Dia
       01 ws-regiao-mes-estacoes.
          05 ws-rgm-mes occurs 12.
             10 ws-rgm-estacao occurs 50            pic x(01).

       77 ws-ind-rgd                                pic 9(03).
       77 ws-rgd-dia-busca                          pic 9(03).
       77 ws-rgd-data-busca                         pic 9(08).
       77 ws-rgd-mes                                pic 9(02).
       77 ws-rgm-mes-atual                          pic 9(02).
       77 ws-rgm-qtd-leituras                       pic 9(05).
       77 ws-rgm-soma                               pic s9(06)v99.
       77 ws-rgm-qtd-estimadas                      pic 9(05).
       77 ws-rgm-qtd-nao-confiaveis                 pic 9(05).
       77 ws-rgm-dias-poucas                        pic 9(03).
       77 ws-rgm-qtd-estacoes                       pic 9(02).
       77 ws-media-regional                         pic s9(02)v99.
       77 ws-media-regional-edit                    pic -(02)9,99.
       77 ws-qtd-sem-regiao                         pic 9(02).
       77 ws-cont-dias-poucas-estacoes              pic 9(07) value 0.

      *>   Linhas do Resumo Regional - Cabeçalho da Região, Linha do Dia e Linha do Mes
       01 ws-resreg-cabec.
          05 filler                                pic x(07) value "Regiao ".
          05 ws-rrc-regiao                         pic x(03).
          05 filler                                pic x(03) value " - ".
          05 ws-rrc-nome                           pic x(30).
          05 filler                                pic x(22) value " - Minimo de Estacoes ".
          05 ws-rrc-minimo                         pic z9.

       01 ws-resreg-dia.
          05 ws-rrd-regiao                         pic x(03).
          05 filler                                pic x(07) value " - Dia ".
          05 ws-rrd-data                           pic 9(08).
          05 filler                                pic x(09) value " - Media ".
          05 ws-rrd-media                          pic x(06).
          05 filler                                pic x(12) value " - Estacoes ".
          05 ws-rrd-qtd                            pic z9.
          05 filler                                pic x(13) value " - Estimadas ".
          05 ws-rrd-estimadas                      pic z9.
          05 filler                                pic x(18) value " - Nao Confiaveis ".
          05 ws-rrd-nao-confiaveis                 pic z9.
          05 filler                                pic x(01) value space.
          05 ws-rrd-aviso                          pic x(17).

       01 ws-resreg-mes.
          05 ws-rrm-regiao                         pic x(03).
          05 filler                                pic x(07) value " - Mes ".
          05 ws-rrm-mes                            pic 9(02).
          05 filler                                pic x(09) value " - Media ".
          05 ws-rrm-media                          pic x(06).
          05 filler                                pic x(12) value " - Estacoes ".
          05 ws-rrm-qtd-estacoes                   pic z9.
          05 filler                                pic x(12) value " - Leituras ".
          05 ws-rrm-qtd-leituras                   pic z(04)9.
          05 filler                                pic x(13) value " - Estimadas ".
          05 ws-rrm-estimadas                      pic z(04)9.
          05 filler                                pic x(18) value " - Nao Confiaveis ".
          05 ws-rrm-nao-confiaveis                 pic z(04)9.
          05 filler                                pic x(24) value " - Dias Poucas Estacoes ".
          05 ws-rrm-dias-poucas                    pic zz9.

       01 ws-resreg-sem-regiao.
          05 filler                                pic x(32) value "Estacoes Sem Regiao Cadastrada: ".
          05 ws-rrs-qtd                            pic z9.

      *>   Cadastro de Recordes em Memoria - Uma Entrada Por Estação, Cada Uma com as Posições do
      *>   Calendario Pela Chave (Mes - 1) * 31 + Dia; ws-rec-usado "S" Marca Posição Ja com Recorde
       01 ws-recordes.
          05 ws-rec-est occurs 50.
             10 ws-rec-estacao                     pic x(05).
             10 ws-rec-pos occurs 372.
                15 ws-rec-usado                    pic x(01).
                15 ws-rec-mes-dia                  pic 9(04).
                15 ws-rec-max                      pic s9(02)v99.
                15 ws-rec-ano-max                  pic 9(04).
                15 ws-rec-max-anterior             pic s9(02)v99.
                15 ws-rec-ano-max-anterior         pic 9(04).
                15 ws-rec-ano-empate-max           pic 9(04).
                15 ws-rec-min                      pic s9(02)v99.
                15 ws-rec-ano-min                  pic 9(04).
                15 ws-rec-min-anterior             pic s9(02)v99.
                15 ws-rec-ano-min-anterior         pic 9(04).
                15 ws-rec-ano-empate-min           pic 9(04).

       77 ws-qtd-rec-estacoes                       pic 9(02) value 0.
       77 ws-ind-rec-est                            pic 9(02).
       77 ws-ind-rec-achado                         pic 9(02).
       77 ws-ind-rec-pos                            pic 9(03).
       77 ws-rec-busca-estacao                      pic x(05).
       77 ws-rec-busca-mes                          pic 9(02).
       77 ws-rec-busca-dia                          pic 9(02).
       77 ws-rec-valor                              pic s9(02)v99.
       77 ws-rec-data                               pic 9(08).

       77 ws-sw-recordes-alterados                  pic x(01) value "N".
           88 ws-recordes-alterados                  value "S".
      *>   Boletim Ja Aberto Nesta Execução - o Segundo Confronto (Carga Depois do Delta) Anexa
       77 ws-sw-boletim-recordes                    pic x(01) value "N".
           88 ws-boletim-recordes-iniciado           value "S".

       77 ws-cont-recordes-quebrados                pic 9(07) value 0.
       77 ws-cont-recordes-empatados                pic 9(07) value 0.
       77 ws-cont-recordes-iniciais                 pic 9(07) value 0.

      *>   Linha do Boletim de Recordes
       01 ws-bolrec-linha.
          05 ws-brc-estacao                        pic x(05).
          05 filler                                pic x(07) value " - Dia ".
          05 ws-brc-dia                            pic 9(02).
          05 filler                                pic x(01) value "/".
          05 ws-brc-mes                            pic 9(02).
          05 filler                                pic x(03) value " - ".
          05 ws-brc-tipo                           pic x(06).
          05 filler                                pic x(03) value " - ".
          05 ws-brc-valor                          pic -(02)9,99.
          05 filler                                pic x(04) value " em ".
          05 ws-brc-data                           pic 9(08).
          05 filler                                pic x(03) value " - ".
          05 ws-brc-situacao                       pic x(07).
          05 filler                                pic x(12) value " - Anterior ".
          05 ws-brc-anterior                       pic -(02)9,99.
          05 filler                                pic x(04) value " de ".
          05 ws-brc-ano-anterior                   pic 9(04).

      *>   Declaração de Temperaturas - Numeração, Data Corrente do Periodo e Totais da Declaração
       77 ws-dcl-ultimo-numero                      pic 9(07) value 0.
       77 ws-dcl-qtd-dias                           pic 9(03).
       77 ws-dcl-qtd-medidos                        pic 9(03).
       77 ws-dcl-qtd-estimados                      pic 9(03).
       77 ws-dcl-qtd-corrigidos                     pic 9(03).
       77 ws-dcl-qtd-faltantes                      pic 9(03).
       77 ws-dcl-motivo-recusa                      pic x(40).
       77 ws-dcl-temp-edit                          pic -(02)9,99.
       77 ws-cont-declaracoes-emitidas              pic 9(07) value 0.
       77 ws-cont-pedidos-recusados                 pic 9(07) value 0.

      *>   Espelho Disponivel Para as Declarações Nesta Execução
       77 ws-sw-espelho-declaracao                  pic x(01) value "N".
           88 ws-espelho-declaracao-aberto           value "S".

       01 ws-dcl-data-atual.
          05 ws-dcl-ano                            pic 9(04).
          05 ws-dcl-mes                            pic 9(02).
          05 ws-dcl-dia                            pic 9(02).
       01 ws-dcl-data-atual-num redefines ws-dcl-data-atual pic 9(08).

       77 ws-sw-data-declaracao                     pic x(01) value "S".
           88 ws-data-declaracao-valida              value "S".

      *>   Correções da Trilha de Auditoria Para a Estação e o Periodo da Declaração - Varias
      *>   Correções do Mesmo Dia Ficam com o Primeiro Valor Antigo e o Ultimo Valor Novo
       01 ws-dcl-correcoes.
          05 ws-dcc-reg occurs 366.
             10 ws-dcc-data                        pic 9(08).
             10 ws-dcc-antigo                      pic x(06).
             10 ws-dcc-novo                        pic x(06).

       77 ws-qtd-dcl-correcoes                      pic 9(03).
       77 ws-ind-dcc                                pic 9(03).
       77 ws-ind-dcc-achado                         pic 9(03).

      *>   Linhas da Declaração
       01 ws-dcl-separador                         pic x(100) value all "=".

       01 ws-dcl-titulo.
          05 filler                                pic x(35) value "DECLARACAO DE TEMPERATURAS - No.   ".
          05 ws-dct-numero                         pic 9(07).

       01 ws-dcl-requerente.
          05 filler                                pic x(12) value "Requerente: ".
          05 ws-dcr-requerente                     pic x(30).

       01 ws-dcl-estacao.
          05 filler                                pic x(12) value "Estacao...: ".
          05 ws-dce-estacao                        pic x(05).
          05 filler                                pic x(03) value " - ".
          05 ws-dce-nome                           pic x(30).

       01 ws-dcl-periodo.
          05 filler                                pic x(12) value "Periodo...: ".
          05 ws-dcp-de                             pic 9(08).
          05 filler                                pic x(03) value " a ".
          05 ws-dcp-ate                            pic 9(08).
          05 filler                                pic x(14) value " - Emitida em ".
          05 ws-dcp-data-emissao                   pic 9(08).
          05 filler                                pic x(01) value "-".
          05 ws-dcp-hora-emissao                   pic 9(08).

       01 ws-dcl-cabec-dias                        pic x(100)
           value "Data     Temp. (C) Situacao   Observacao".

       01 ws-dcl-linha-dia.
          05 ws-dcd-data                           pic 9(08).
          05 filler                                pic x(04) value spaces.
          05 ws-dcd-temp                           pic x(06).
          05 filler                                pic x(01) value space.
          05 ws-dcd-situacao                       pic x(10).
          05 filler                                pic x(01) value space.
          05 ws-dcd-observacao                     pic x(40).

       01 ws-dcl-obs-correcao.
          05 filler                                pic x(15) value "Valor Original ".
          05 ws-dco-antigo                         pic x(06).
          05 filler                                pic x(16) value " Corrigido Para ".
          05 ws-dco-novo                           pic x(06).

       01 ws-dcl-totais.
          05 filler                                pic x(17) value "Dias no Periodo: ".
          05 ws-dtt-dias                           pic zz9.
          05 filler                                pic x(11) value " - Medidos ".
          05 ws-dtt-medidos                        pic zz9.
          05 filler                                pic x(13) value " - Estimados ".
          05 ws-dtt-estimados                      pic zz9.
          05 filler                                pic x(14) value " - Corrigidos ".
          05 ws-dtt-corrigidos                     pic zz9.
          05 filler                                pic x(13) value " - Faltantes ".
          05 ws-dtt-faltantes                      pic zz9.

       01 ws-dcl-certificado                       pic x(100)
           value "Certificamos Que os Valores Acima Conferem com os Registros Oficiais da Estacao.".

      *>   Linha do Registro das Declarações Emitidas
       01 ws-dcl-registro.
          05 ws-dcg-numero                         pic 9(07).
          05 filler                                pic x(03) value " - ".
          05 ws-dcg-data-emissao                   pic 9(08).
          05 filler                                pic x(01) value "-".
          05 ws-dcg-hora-emissao                   pic 9(08).
          05 filler                                pic x(03) value " - ".
          05 ws-dcg-requerente                     pic x(30).
          05 filler                                pic x(03) value " - ".
          05 ws-dcg-estacao                        pic x(05).
          05 filler                                pic x(03) value " - ".
          05 ws-dcg-de                             pic 9(08).
          05 filler                                pic x(03) value " a ".
          05 ws-dcg-ate                            pic 9(08).
          05 filler                                pic x(07) value " - Dias".
          05 ws-dcg-dias                           pic zz9.
          05 filler                                pic x(05) value " Med ".
          05 ws-dcg-medidos                        pic zz9.
          05 filler                                pic x(05) value " Est ".
          05 ws-dcg-estimados                      pic zz9.
          05 filler                                pic x(06) value " Corr ".
          05 ws-dcg-corrigidos                     pic zz9.
          05 filler                                pic x(06) value " Falt ".
          05 ws-dcg-faltantes                      pic zz9.

      *>   Log de Transmissão em Memoria (Ver fd-log-transmissao)
       01 ws-log-transmissao.
          05 ws-ltr-reg occurs 3000.
             10 ws-ltr-estacao                     pic x(05).
             10 ws-ltr-ano-mes                     pic 9(06).
             10 ws-ltr-media                       pic s9(02)v99.
             10 ws-ltr-min                         pic s9(02)v99.
             10 ws-ltr-max                         pic s9(02)v99.
             10 ws-ltr-dias-validos                pic 9(02).
             10 ws-ltr-dias-estimados              pic 9(02).
             10 ws-ltr-lote                        pic 9(16).
             10 ws-ltr-situacao                    pic x(01).
             10 ws-ltr-motivo                      pic x(30).

       77 ws-qtd-log-transmissao                    pic 9(04) value 0.
       77 ws-ind-ltr                                pic 9(04).
       77 ws-ind-ltr-achado                         pic 9(04).

      *>   Apuração Mensal Para o Intercambio - Estação/Mes (Ano e Mes da Data da Leitura), So Meses
      *>   Ja Fechados (Anteriores ao Mes da Execução); Media, Minima e Maxima Sobre Todos os Dias
      *>   Carregados, com os Dias Medidos e os Estimados Contados à Parte; ws-itc-envio "N" Mes
      *>   Novo, "C" Mes Ja Enviado com Valores Mudados, Espaço Não Vai no Lote
       01 ws-intercambio-mensal.
          05 ws-itc-reg occurs 700.
             10 ws-itc-estacao                     pic x(05).
             10 ws-itc-ano-mes                     pic 9(06).
             10 ws-itc-soma                        pic s9(05)v99.
             10 ws-itc-qtd                         pic 9(03).
             10 ws-itc-dias-validos                pic 9(02).
             10 ws-itc-dias-estimados              pic 9(02).
             10 ws-itc-min                         pic s9(02)v99.
             10 ws-itc-max                         pic s9(02)v99.
             10 ws-itc-media                       pic s9(02)v99.
             10 ws-itc-envio                       pic x(01).

       77 ws-qtd-itc                                pic 9(03) value 0.
       77 ws-ind-itc                                pic 9(03).
       77 ws-ind-itc-achado                         pic 9(03).
       77 ws-itc-busca-ano-mes                      pic 9(06).
       77 ws-itc-qtd-detalhes                       pic 9(06).
       77 ws-itc-total-dias-validos                 pic 9(07).

       01 ws-itc-data-corrente.
          05 ws-itc-ano-mes-corrente               pic 9(06).
          05 filler                                pic 9(02).

      *>   Lote da Transmissão - Data e Hora da Geração
       01 ws-itc-lote.
          05 ws-itc-lote-data                      pic 9(08).
          05 ws-itc-lote-hora                      pic 9(08).
       01 ws-itc-lote-num redefines ws-itc-lote    pic 9(16).

       77 ws-nome-arq-intercambio                   pic x(40).

       77 ws-cont-meses-enviados                    pic 9(07) value 0.
       77 ws-cont-meses-rejeitados                  pic 9(07) value 0.
       77 ws-cont-meses-sem-retorno                 pic 9(07) value 0.
       77 ws-cont-retornos-sem-envio                pic 9(07) value 0.

      *>   Registros do Arquivo de Intercambio - Valores com Sinal Separado à Esquerda
       01 ws-itc-cabecalho.
          05 filler                                pic x(01) value "H".
          05 filler                                pic x(08) value "ESTMETEO".
          05 ws-itch-lote                          pic 9(16).
          05 filler                                pic x(06) value "MENSAL".

       01 ws-itc-detalhe.
          05 filler                                pic x(01) value "D".
          05 ws-itcd-estacao                       pic x(05).
          05 ws-itcd-ano-mes                       pic 9(06).
          05 ws-itcd-media                         pic s9(02)v99 sign is leading separate.
          05 ws-itcd-min                           pic s9(02)v99 sign is leading separate.
          05 ws-itcd-max                           pic s9(02)v99 sign is leading separate.
          05 ws-itcd-dias-validos                  pic 9(02).
          05 ws-itcd-dias-estimados                pic 9(02).
          05 ws-itcd-indicador                     pic x(01).

       01 ws-itc-trailer.
          05 filler                                pic x(01) value "T".
          05 ws-itct-lote                          pic 9(16).
          05 ws-itct-qtd-detalhes                  pic 9(06).
          05 ws-itct-total-dias-validos            pic 9(07).

      *>   Linha do Relatorio de Conciliação
       01 ws-conc-linha.
          05 ws-conc-estacao                       pic x(05).
          05 filler                                pic x(03) value " - ".
          05 ws-conc-ano-mes                       pic 9(06).
          05 filler                                pic x(03) value " - ".
          05 ws-conc-situacao                      pic x(20).
          05 filler                                pic x(08) value " - Lote ".
          05 ws-conc-lote                          pic 9(16).
          05 filler                                pic x(03) value " - ".
          05 ws-conc-motivo                        pic x(30).

      *>   Cadastro de Operadores em Memoria - Carregado Só no Modo Interativo
       01 ws-operadores.
          05 ws-opr-reg occurs 100.
             10 ws-opr-id                          pic x(08).
             10 ws-opr-nome                        pic x(30).
             10 ws-opr-perfil                      pic x(01).
             10 ws-opr-ativo                       pic x(01).

       77 ws-qtd-operadores                         pic 9(03) value 0.
       77 ws-ind-opr                                pic 9(03).
       77 ws-ind-opr-achado                         pic 9(03).
       77 ws-perfil-operador                        pic x(01) value space.
       77 ws-qtd-tentativas-login                   pic 9(01).
       77 ws-cont-acessos-recusados                 pic 9(07) value 0.

       77 ws-sw-operador-autorizado                 pic x(01) value "N".
           88 ws-operador-autorizado                 value "S".
       77 ws-sw-opcao-permitida                     pic x(01) value "N".
           88 ws-opcao-permitida                     value "S".

      *>   Linha do Log de Segurança
       01 ws-seguranca-linha.
          05 ws-seg-data                           pic 9(08).
          05 filler                                pic x(01) value "-".
          05 ws-seg-hora                           pic 9(08).
          05 filler                                pic x(08) value " - Oper ".
          05 ws-seg-operador                       pic x(08).
          05 filler                                pic x(03) value " - ".
          05 ws-seg-tipo                           pic x(06).
          05 filler                                pic x(09) value " - Opcao ".
          05 ws-seg-opcao                          pic x(01).
          05 filler                                pic x(03) value " - ".
          05 ws-seg-motivo                         pic x(30).

      *>   Ocorrencias de Alerta Desta Execução (Ondas, Sensores Suspeitos e Reconciliação), Juntadas
      *>   no Momento em Que Cada Relatorio é Gravado; ws-ntf-andamento "S" Quando a Condição Ainda
      *>   Esta em Curso no Ultimo Dia Carregado da Estação
       01 ws-notificacoes.
          05 ws-ntf-reg occurs 1000.
             10 ws-ntf-tipo                        pic x(06).
             10 ws-ntf-estacao                     pic x(05).
             10 ws-ntf-ano                         pic 9(04).
             10 ws-ntf-dia-ini                     pic 9(03).
             10 ws-ntf-dia-fim                     pic 9(03).
             10 ws-ntf-data-ini                    pic 9(08).
             10 ws-ntf-data-fim                    pic 9(08).
             10 ws-ntf-andamento                   pic x(01).
             10 ws-ntf-severidade                  pic x(01).
             10 ws-ntf-texto                       pic x(50).

       77 ws-qtd-ntf                                pic 9(04) value 0.
       77 ws-ind-ntf                                pic 9(04).
       77 ws-ind-temp-ntf                           pic 9(03).

      *>   Ocorrencia em Montagem Pelo Relatorio de Origem, Antes de Entrar na Tabela
       01 ws-ntf-candidato.
          05 ws-cnd-tipo                           pic x(06).
          05 ws-cnd-dia-ini                        pic 9(03).
          05 ws-cnd-dia-fim                        pic 9(03).
          05 ws-cnd-andamento                      pic x(01).
          05 ws-cnd-texto                          pic x(50).

       01 ws-ntf-data-aux.
          05 ws-ntf-data-aux-ano                   pic 9(04).
          05 filler                                pic 9(04).

      *>   Cadastro de Assinantes em Memoria
       01 ws-assinantes.
          05 ws-ass-reg occurs 200.
             10 ws-ass-tipo                        pic x(06).
             10 ws-ass-estacao                     pic x(05).
             10 ws-ass-canal                       pic x(01).
             10 ws-ass-destino                     pic x(40).

       77 ws-qtd-assinantes                         pic 9(03) value 0.
       77 ws-ind-ass                                pic 9(03).
       77 ws-qtd-destinos                           pic 9(03).

      *>   Registro de Alertas Enviados em Memoria - ws-env-visto "S" Quando a Ocorrencia Voltou
      *>   Nesta Execução; Situação "X" Sai do Registro na Regravação
       01 ws-alertas-enviados.
          05 ws-env-reg occurs 2000.
             10 ws-env-tipo                        pic x(06).
             10 ws-env-estacao                     pic x(05).
             10 ws-env-ano                         pic 9(04).
             10 ws-env-dia-ini                     pic 9(03).
             10 ws-env-dia-fim                     pic 9(03).
             10 ws-env-situacao                    pic x(01).
             10 ws-env-data-envio                  pic 9(08).
             10 ws-env-data-ini                    pic 9(08).
             10 ws-env-data-fim                    pic 9(08).
             10 ws-env-visto                       pic x(01).

       77 ws-qtd-enviados                           pic 9(04) value 0.
       77 ws-ind-env                                pic 9(04).
       77 ws-ind-env-achado                         pic 9(04).

       77 ws-sw-fonte-apurada                       pic x(01) value "N".
           88 ws-fonte-apurada                       value "S".

       77 ws-cont-ntf-novas                         pic 9(07) value 0.
       77 ws-cont-ntf-encerradas                    pic 9(07) value 0.
       77 ws-cont-ntf-sem-assinante                 pic 9(07) value 0.

      *>   Parametros de Retenção em Memoria - Anos Zerados Deixam o Arquivo Fora do Expurgo
       01 ws-parametros-retencao.
          05 ws-ret-reg occurs 10.
             10 ws-ret-arquivo                     pic x(30).
             10 ws-ret-anos                        pic 9(02).

       77 ws-qtd-retencao                           pic 9(02) value 0.
       77 ws-ind-ret                                pic 9(02).

      *>   Marcas de Retenção em Memoria - Arquivo em Branco Sai na Regravação
       01 ws-marcas-retencao.
          05 ws-mrc-reg occurs 600.
             10 ws-mrc-arquivo                     pic x(30).
             10 ws-mrc-data                        pic 9(08).
             10 ws-mrc-linhas                      pic 9(07).

       77 ws-qtd-marcas                             pic 9(03) value 0.
       77 ws-ind-mrc                                pic 9(03).
       77 ws-ind-mrc-ultima                         pic 9(03).

      *>   Indice dos Arquivos Mortos em Memoria
       01 ws-indice-arquivamento.
          05 ws-ixa-reg occurs 500.
             10 ws-ixa-arquivo                     pic x(30).
             10 ws-ixa-arquivo-morto               pic x(40).
             10 ws-ixa-data                        pic 9(08).
             10 ws-ixa-qtd                         pic 9(07).

       77 ws-qtd-ixa                                pic 9(03) value 0.
       77 ws-ind-ixa                                pic 9(03).
       77 ws-ind-ixa-achado                         pic 9(03).

      *>   Nomes do Arquivo em Expurgo e do Arquivo Morto, com as Partes do Nome de Origem
       77 ws-nome-arq-ret-origem                    pic x(30).
       77 ws-nome-arq-morto                         pic x(40).
       77 ws-ret-nome-base                          pic x(30).
       77 ws-ret-nome-ext                           pic x(10).

      *>   Modo de Datação da Linha: "C" Data da Trilha de Correções, "E" Data da Trilha do Cadastro,
      *>   "M" Posição da Linha Contra as Marcas de Retenção
       77 ws-ret-modo                               pic x(01).

      *>   Data de Corte - o Dia da Execução, Tantos Anos Atras
       01 ws-ret-data-corte.
          05 ws-ret-corte-ano                      pic 9(04).
          05 ws-ret-corte-mes-dia                  pic 9(04).
       01 ws-ret-data-corte-num redefines ws-ret-data-corte pic 9(08).

       77 ws-ret-data-registro                      pic 9(08).
       77 ws-ret-linhas-arquivo                     pic 9(07).
       77 ws-ret-limite-linhas                      pic 9(07).
       77 ws-ret-maior-marca                        pic 9(07).
       77 ws-ret-posicao                            pic 9(07).
       77 ws-ret-lidos                              pic 9(07).
       77 ws-ret-mantidos                           pic 9(07).
       77 ws-ret-arquivados                         pic 9(07).
       77 ws-cont-ret-arquivados                    pic 9(07) value 0.

       77 ws-sw-ret-arquiva                         pic x(01) value "N".
           88 ws-ret-arquiva-linha                   value "S".
       77 ws-sw-morto-aberto                        pic x(01) value "N".
           88 ws-morto-aberto                        value "S".
       77 ws-sw-fim-morto                           pic x(01) value "N".
           88 ws-fim-morto                           value "S".

      *>   Linha do Relatorio de Controle do Expurgo
       01 ws-ctr-linha.
          05 ws-ctr-arquivo                        pic x(30).
          05 filler                                pic x(09) value " - Lidos ".
          05 ws-ctr-lidos                          pic z(06)9.
          05 filler                                pic x(12) value " - Mantidos ".
          05 ws-ctr-mantidos                       pic z(06)9.
          05 filler                                pic x(14) value " - Arquivados ".
          05 ws-ctr-arquivados                     pic z(06)9.
          05 filler                                pic x(03) value " - ".
          05 ws-ctr-conferencia                    pic x(09).

      *>   Correção da Trilha Lida Para a Declaração (da Trilha em Linha ou de um Arquivo Morto)
       01 ws-dcl-correcao-lida.
          05 ws-dcr-estacao                        pic x(05).
          05 ws-dcr-data                           pic 9(08).
          05 ws-dcr-valor-antigo                   pic x(06).
          05 ws-dcr-valor-novo                     pic x(06).

      *>   Cadastro de Coletores em Memoria - ws-clt-entrega: Espaço Arquivo Não Encontrado, "V" Vazio,
      *>   "E" Entregue; ws-clt-intervalo é o Maior Numero de Dias Entre Duas Entregas da Agenda
       01 ws-coletores.
          05 ws-clt-reg occurs 99.
             10 ws-clt-numero                      pic 9(02).
             10 ws-clt-dias-semana                 pic x(07).
             10 ws-clt-estacao occurs 10           pic x(05).
             10 ws-clt-intervalo                   pic 9(01).
             10 ws-clt-entrega                     pic x(01).
             10 ws-clt-qtd-registros               pic 9(05).

       77 ws-qtd-coletores                          pic 9(02) value 0.
       77 ws-ind-clt                                pic 9(02).
       77 ws-ind-clt-achado                         pic 9(02).
       77 ws-ind-clt-est                            pic 9(02).
       77 ws-qtd-coleta-antes                       pic 9(05).
       77 ws-ind-col-arq                            pic 9(05).
       77 ws-ind-col-arq-ini                        pic 9(05).
       77 ws-ind-dsem                               pic 9(01).
       77 ws-ind-dsem-prox                          pic 9(02).
       77 ws-ind-gap                                pic 9(01).
       77 ws-clt-gap                                pic 9(01).
       77 ws-dia-semana-exec                        pic 9(01).
       77 ws-clt-atraso                             pic s9(05).

       77 ws-sw-estacao-coberta                     pic x(01) value "N".
           88 ws-estacao-coberta                     value "S".

      *>   Arquivos de Coleta Sem Cadastro de Coletor e Estações Lidas Fora da Cobertura do Coletor -
      *>   Apurados na Consolidação, Gravados Depois no Relatorio de Entregas
       01 ws-coletas-sem-cadastro.
          05 ws-csc-numero occurs 99               pic 9(02).
       77 ws-qtd-csc                                pic 9(02) value 0.
       77 ws-ind-csc                                pic 9(02).

       01 ws-fora-cobertura.
          05 ws-fcb-reg occurs 200.
             10 ws-fcb-coletor                     pic 9(02).
             10 ws-fcb-estacao                     pic x(05).
             10 ws-fcb-qtd                         pic 9(05).
       77 ws-qtd-fcb                                pic 9(03) value 0.
       77 ws-ind-fcb                                pic 9(03).
       77 ws-ind-fcb-achado                         pic 9(03).

      *>   Ultima Data de Leitura de Cada Estação no Master Consolidado
       01 ws-ultimas-leituras.
          05 ws-ulv-reg occurs 100.
             10 ws-ulv-estacao                     pic x(05).
             10 ws-ulv-data-leitura                pic 9(08).
       77 ws-qtd-ult                                pic 9(03) value 0.
       77 ws-ind-ult                                pic 9(03).
       77 ws-ind-ult-achado                         pic 9(03).

       77 ws-cont-coletores-faltantes               pic 9(07) value 0.
       77 ws-cont-estacoes-atrasadas                pic 9(07) value 0.
       77 ws-cont-estacoes-fora-cobertura           pic 9(07) value 0.

      *>   Linhas do Relatorio de Entregas
       01 ws-ent-linha.
          05 filler                                pic x(08) value "Coletor ".
          05 ws-ent-coletor                        pic 9(02).
          05 filler                                pic x(03) value " - ".
          05 ws-ent-texto                          pic x(60).

       01 ws-ent-atraso-linha.
          05 filler                                pic x(08) value "Estacao ".
          05 ws-ena-estacao                        pic x(05).
          05 filler                                pic x(11) value " - Coletor ".
          05 ws-ena-coletor                        pic 9(02).
          05 filler                                pic x(18) value " - Ultima Leitura ".
          05 ws-ena-data                           pic 9(08).
          05 filler                                pic x(10) value " - Atraso ".
          05 ws-ena-atraso                         pic z(04)9.
          05 filler                                pic x(14) value " Dias (Maximo ".
          05 ws-ena-maximo                         pic 9(01).
          05 filler                                pic x(01) value ")".

       77 ws-ent-qtd-edit                           pic z(04)9.


      *>----Variaveis Para Comunicação Entre Programas
      *>------------------------------------------------------------------------
       inicializa section.

      *>   Expurgo das Trilhas, da Quarentena, dos Conflitos e do Feed CSV Para os Arquivos Mortos,
      *>   Antes de Qualquer Passo Abrir Esses Arquivos - So Quando Ha Parametros de Retenção
           perform expurga-arquivos-retencao

      *>   Carregar o Cadastro de Estações - Quando Ele Existe, a Carga Valida Cada Leitura Contra Ele
           perform carrega-cadastro-estacoes

      *>   Carregar o Cadastro de Regiões - Usado no Resumo Regional e na Manutenção do Cadastro
           perform carrega-regioes

      *>   Carregar o Cadastro de Recordes - Confrontado Pelo Delta e Pela Carga Completa
           perform carrega-recordes

      *>   Carregar o Historico de Equipamentos - o Offset de Calibração Vigente Vale Para Toda
      *>   Leitura Validada Daqui em Diante (Horarias, Delta e Carga Completa)
           perform carrega-historico-equipamentos

      *>   Carregar as Normais Climatologicas e o Limite de Anomalia - Valem Tanto Para a Carga
      *>   Completa Quanto Para a Consulta Direta Pelo Espelho
           perform carrega-normais

      *>   Carregar o Cadastro de Coletores - a Consolidação Confere Cada Arquivo Contra Ele
           perform carrega-coletores

      *>   Consolidar os Arquivos de Coleta de Campo (arqColetaNN.txt), Se Existirem, no Master
      *>   Sequencial - Substitui a Concatenação Manual Que Era Feita Antes da Execução
           perform consolida-arquivos-coleta

      *>   Agregar as Observações Horarias (Se Houver o Arquivo) em Minima, Maxima e Media Por
      *>   Estação-Dia - a Media Entra no Master Antes da Carga e a Faixa do Dia Vai Para o
      *>   Arquivo de Amplitudes
           perform consolida-observacoes-horarias

      *>   Carregar as Amplitudes Diarias Para os Relatorios - Valem Tanto Para a Carga Completa
      *>   Quanto Para a Consulta Direta Pelo Espelho
           perform carrega-amplitudes-diarias

      *>   Atualização Incremental do Espelho - Se Houver o Arquivo com as Leituras do Dia Novo,
      *>   Elas São Validadas, Anexadas ao Master e Gravadas Direto no Espelho Pela Chave, Deixando
      *>   a Recarga Completa Para a Exceção Mensal em Vez da Rotina de Toda Noite
           perform atualiza-espelho-delta

      *>   Entregas dos Coletores Contra o Cadastro - Ausentes, Vazios, Fora da Cobertura e Atrasados;
      *>   Depois das Horarias e do Delta, Que Tambem Anexam Leituras do Dia ao Master
           if  ws-qtd-coletores > 0 then
               perform monitora-entregas-coletores
           end-if

      *>   Quando Ha Consultas de Batch Para Responder e o Espelho Indexado de uma Carga Anterior Existe,
      *>   as Consultas Leem o Espelho Direto e Toda a Carga do Arquivo Sequencial é Dispensada - Mas
      *>   Nunca Logo Apos uma Consolidação, Que Acabou de Produzir um Master Novo (o Espelho Estaria
      *>   Velho), nem Quando a Atualização Incremental Achou o Espelho Defasado, nem Quando as
      *>   Observações Horarias Acabaram de Anexar Dias Novos ao Master
           if  not ws-consolidacao-feita
           and not ws-espelho-defasado
           and not ws-horarias-processadas then
               perform verifica-acesso-direto
           end-if

      *>   Consulta Direta a Conferencia é Pela Chave do Espelho, Senão Pela Tabela Carregada
           perform verifica-previsoes

      *>   Declarações de Temperaturas Pedidas (Se Houver o Arquivo de Pedidos) - Sempre do Espelho,
      *>   Que Neste Ponto Ja Esta Atualizado Pela Carga ou Pelo Delta
           perform emite-declaracoes

           .
       inicializa-exit.
           exit.
      *>   Abrir a Quarentena de Leituras Rejeitadas Para Gravação - Quando o Delta Rodou Nesta
      *>   Mesma Execução as Rejeições Dele Ja Estão La, e Regravar do Zero as Apagaria Enquanto
      *>   os Contadores de Controle Seguiriam Contando-as: a Quarentena é Anexada, Não Regravada
      *>   (o Mesmo Vale Para as Rejeições da Agregação das Observações Horarias)
           if  ws-delta-processado
           or  ws-horarias-processadas then
               open extend arqTemperaturasRejeitadas
           else
               open output arqTemperaturasRejeitadas
      *>   Resumo Mensal Por Estação - Agrupa as Leituras Carregadas Pela Data de Calendario (ws-temp-data)
           perform gera-resumo-mensal

      *>   Relatorio dos Eventos de Equipamento e das Leituras Afetadas Por Cada Offset - So Quando
      *>   Ha Historico de Equipamentos
           if  ws-qtd-equipamentos > 0 then
               perform gera-relatorio-equipamentos
           end-if

      *>   Resumo Regional Por Dia e Por Mes - So Quando Ha Cadastro de Regiões
           if  ws-qtd-regioes > 0 then
               perform gera-resumo-regional
           end-if

      *>   Leituras da Carga Contra o Cadastro de Recordes - Depois da Reconciliação, Quando os
      *>   Dias Estimados Ja Estão Marcados na Tabela
           perform confronta-recordes

      *>   Intercambio Mensal com o Orgão Regional - Concilia o Retorno do Lote Anterior e Gera o
      *>   Lote com os Meses Fechados Ainda Não Enviados (ou Mudados Desde o Envio) - So no Modo
      *>   Batch (Com arqDiasConsulta); a Sessão Interativa Deixa o Retorno e o Lote Para a Proxima
      *>   Execução Batch
           open input arqDiasConsulta
           if  ws-fs-arqDiasConsulta = 0 then
               close arqDiasConsulta
               perform processa-intercambio-orgao
           end-if

      *>   Relatorio Diario de Conforto - So Quando Houve Arquivo de Sensores Nesta Execução
           if  ws-sensores-carregados then
               perform gera-relatorio-diario
      *>   Leituras Identicas, nas Estações com Lista de Vizinhos Cadastrada
           perform detecta-sensores-suspeitos

      *>   Caixa de Notificações - as Ocorrencias das Três Varreduras Acima Contra o Registro de
      *>   Alertas Ja Enviados; So Vai Para a Caixa o Que é Novo e o Que Acabou de Terminar
           perform gera-caixa-notificacoes

      *>   Fechar a Quarentena de Leituras Rejeitadas
           close arqTemperaturasRejeitadas.
           if  ws-fs-arqRejeitadas <> 0 then
               move ws-num-coleta to ws-nome-coleta-seq

      *>       Status 35 (Arquivo Não Existe) Encerra a Sequencia de Coletas - Qualquer Outro Status
      *>       Diferente de Zero é um Arquivo de Coleta Mal Formado e Tem Que Abortar. Com o Cadastro
      *>       de Coletores a Sequencia Vai Ate o Fim: um Coletor Que Não Entregou Não Esconde os Demais
               open input arqColeta
               if  ws-fs-arqColeta = 35 then
                   if  ws-qtd-coletores = 0 then
                       move "S" to ws-sw-fim-coletas
                   end-if
               else
                   if  ws-fs-arqColeta <> 0 then
                       move 44                                     to ws-msn-erro-ofsset
                   end-if

                   move "S" to ws-sw-consolidacao
                   move ws-qtd-coleta to ws-qtd-coleta-antes
                   perform carrega-arquivo-coleta

                   close arqColeta
                       move "Erro ao Fechar Arq. de Coleta "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-qtd-coletores > 0 then
                       perform confere-arquivo-coletor
                   end-if
               end-if
           end-perform

           if  ws-consolidacao-feita then
      *>       Coletor Cadastrado Que Não Entregou (ou Entregou Vazio) Não Apaga o Historico das Suas
      *>       Estações - as Linhas Delas no Master Atual Entram na Consolidação Junto com as Coletas
               move 0 to ws-qtd-master-preservada
               if  ws-qtd-coletores > 0 then
                   perform preserva-master-coletores-ausentes
               end-if

               perform ordena-tabela-coleta
               perform grava-master-consolidado

               display "Consolidacao de Coletas: " ws-qtd-consolidada " Gravadas, "
                       ws-qtd-duplicatas-exatas " Duplicatas Exatas, "
                       ws-qtd-conflitos " Conflitos"
               if  ws-qtd-master-preservada > 0 then
                   display "Consolidacao de Coletas: " ws-qtd-master-preservada
                           " Leituras do Master Mantidas (Coletores Sem Entrega)"
               end-if
           end-if

           .
       carrega-arquivo-coleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leituras do Master Atual (arqTemperaturas.txt) das Estações Cobertas Por Coletor Cadastrado
      *>  Sem Entrega Nesta Execução (Arquivo Não Encontrado ou Vazio) Vão Para a Tabela de Consolidação -
      *>  Linha Mal Formada Vai Como Esta, Para a Carga Mandar Para a Quarentena; Sem o Master, Nada a Manter
      *>------------------------------------------------------------------------
       preserva-master-coletores-ausentes section.

           open input arqTemperaturas
           if  ws-fs-arqTemperaturas <> 0
           and ws-fs-arqTemperaturas <> 35 then
               move 316                                        to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
               move "Erro ao Abrir Master p/ Consolidacao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqTemperaturas <> 35 then
               perform until ws-fs-arqTemperaturas = 10
                   read arqTemperaturas
                   if  ws-fs-arqTemperaturas <> 0
                   and ws-fs-arqTemperaturas <> 10
                   and ws-fs-arqTemperaturas <> 04
                   and ws-fs-arqTemperaturas <> 06 then
                       move 317                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                       move "Erro ao Ler Master p/ Consolidacao "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "N" to ws-sw-estacao-coberta
                   if  ws-fs-arqTemperaturas <> 10
                   and fd-estacao <> spaces then
                       perform varying ws-ind-clt from 1 by 1 until ws-ind-clt > ws-qtd-coletores
                           if  ws-clt-entrega(ws-ind-clt) = space
                           or  ws-clt-entrega(ws-ind-clt) = "V" then
                               perform varying ws-ind-clt-est from 1 by 1 until ws-ind-clt-est > 10
                                   if  ws-clt-estacao(ws-ind-clt, ws-ind-clt-est) = fd-estacao then
                                       move "S" to ws-sw-estacao-coberta
                                   end-if
                               end-perform
                           end-if
                       end-perform
                   end-if

                   if  ws-estacao-coberta then
                       if  ws-qtd-coleta >= 18300 then
                           move 47                                          to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Tabela de Consolidacao de Coletas Cheia "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1                                to ws-qtd-coleta
                       move fd-temperaturas                 to ws-coleta-reg(ws-qtd-coleta)
                       add 1                                to ws-qtd-master-preservada
                   end-if
               end-perform

               close arqTemperaturas
               if  ws-fs-arqTemperaturas <> 0 then
                   move 318                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                   move "Erro ao Fechar Master p/ Consolidacao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       preserva-master-coletores-ausentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordenação da Tabela de Consolidação Por Estação/Data (e Dia) - Inserção Simples: Cada Registro
      *>  é Deslocado Para Tras Ate Encontrar um Antecessor Que Não Seja Maior; Arquivos de Coleta Ja
               move ws-evt-pico                     to ws-evt-linha-pico
               display ws-evento-linha
               write fd-evento-linha from ws-evento-linha

      *>       A Onda Que Chega ao Ultimo Dia Carregado Ainda Esta em Curso
               if  ws-evt-sentido = "C" then
                   move "CALOR"                     to ws-cnd-tipo
               else
                   move "FRIO"                      to ws-cnd-tipo
               end-if
               move ws-evt-dia-inicio               to ws-cnd-dia-ini
               move ws-evt-dia-fim                  to ws-cnd-dia-fim
               if  ws-evt-dia-fim >= ws-maior-dia-estacao then
                   move "S"                         to ws-cnd-andamento
               else
                   move "N"                         to ws-cnd-andamento
               end-if
               move spaces                          to ws-cnd-texto
               string ws-evt-tipo       delimited by "  "
                      " - Pico "        delimited by size
                      ws-evt-linha-pico delimited by size
                      into ws-cnd-texto
               perform registra-notificacao
           end-if

           .
                           display ws-susp-linha
                           write fd-susp-linha from ws-susp-linha
                           add 1 to ws-cont-suspeitos

                           move "DESVIO"                             to ws-cnd-tipo
                           move ws-ind-dia-evt                       to ws-cnd-dia-ini
                           move ws-ind-dia-evt                       to ws-cnd-dia-fim
                           if  ws-ind-dia-evt >= ws-maior-dia-estacao then
                               move "S"                              to ws-cnd-andamento
                           else
                               move "N"                              to ws-cnd-andamento
                           end-if
                           move spaces                               to ws-cnd-texto
                           string "Desvio Contra os Vizinhos " delimited by size
                                  ws-susp-desvio               delimited by size
                                  into ws-cnd-texto
                           perform registra-notificacao
                       end-if
                   end-if
               end-if
               display ws-trava-linha
               write fd-susp-linha from ws-trava-linha
               add 1 to ws-cont-suspeitos

               move "TRAVA"                             to ws-cnd-tipo
               move ws-run-dia-inicio                   to ws-cnd-dia-ini
               compute ws-cnd-dia-fim = ws-run-dia-inicio + ws-run-qtd - 1
               if  ws-cnd-dia-fim >= ws-maior-dia-estacao then
                   move "S"                             to ws-cnd-andamento
               else
                   move "N"                             to ws-cnd-andamento
               end-if
               move spaces                              to ws-cnd-texto
               string "Leitura Travada em " delimited by size
                      ws-trv-valor          delimited by size
                      into ws-cnd-texto
               perform registra-notificacao
           end-if

           .
                   perform grava-controle-espelho
               end-if

      *>       Leituras do Delta Contra o Cadastro de Recordes
               perform confronta-recordes

      *>       Esvaziar o Arquivo de Delta - uma Reexecução da Noite Não Pode Aplicar o Dia Duas Vezes
               open output arqLeiturasDelta
               if  ws-fs-arqDelta <> 0 then
           move ws-temp-dia(ws-ind-estacao, ws-ind-temp)    to fd-dia
           if  ws-unidade-estacao = "F" then
               compute fd-temp rounded =
                       ws-temp-bruto(ws-ind-estacao, ws-ind-temp) * 9 / 5 + 32
           else
               move ws-temp-bruto(ws-ind-estacao, ws-ind-temp)  to fd-temp
           end-if
           write fd-temperaturas

           exit.

      *>------------------------------------------------------------------------
      *>  Agregação das Observações Horarias (arqObservacoesHorarias.txt) - Cada Observação Passa
      *>  Pelas Mesmas Regras da Carga (Cadastro, Conversão de Unidade, Data, Dia x Data e Faixa),
      *>  Mais a Hora de 00 a 23 Sem Repetição no Dia; as Aprovadas São Agregadas Por Estação-Dia
      *>  em Minima, Maxima e Media. A Media de Cada Dia é Anexada ao Master (Que a Carga Completa
      *>  Le em Seguida) e a Faixa do Dia ao Arquivo de Amplitudes, com o Dia Marcado Incompleto
      *>  Quando Teve Menos Horas que o Minimo do Parametro. Ao Final o Arquivo é Esvaziado, Como
      *>  o Delta, Para uma Reexecução Não Anexar o Mesmo Dia Duas Vezes
      *>------------------------------------------------------------------------
       consolida-observacoes-horarias section.

           move "N" to ws-sw-horarias
           move 0   to ws-qtd-agregacao

           open input arqObservacoesHorarias
           if  ws-fs-arqHorarias = 35 then
      *>       Sem Observações Horarias - Nada a Fazer
               continue
           else
               if  ws-fs-arqHorarias <> 0 then
                   move 176                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarias                          to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqObservacoesHor. "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "S" to ws-sw-horarias

               perform carrega-parametro-horarias

      *>       Quarentena Aberta em Anexação - as Rejeições das Horarias Somam com as da Noite Anterior
               open extend arqTemperaturasRejeitadas
               if  ws-fs-arqRejeitadas = 35 then
                   open output arqTemperaturasRejeitadas
               end-if
               if  ws-fs-arqRejeitadas <> 0
               and ws-fs-arqRejeitadas <> 35 then
                   move 177                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRejeitadas                        to ws-msn-erro-cod
                   move "Erro ao Abrir Quarentena p/ Horarias "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       Daqui Ate o Fim da Leitura, a Validação Manda as Aprovadas Para a Agregação
               move "S" to ws-sw-carga-horaria
               move "N" to ws-sw-continuacao-horaria

               perform until ws-fs-arqHorarias = 10
                   read arqObservacoesHorarias
                   if  ws-fs-arqHorarias <> 0
                   and ws-fs-arqHorarias <> 10
                   and ws-fs-arqHorarias <> 06 then
                       move 178                                    to ws-msn-erro-ofsset
                       move ws-fs-arqHorarias                      to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqObservacoesHor. " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqHorarias = 0
                   or  ws-fs-arqHorarias = 06 then
                       add 1 to ws-cont-registros-lidos
                       add 1 to ws-cont-horarias-lidas
                   end-if

      *>           Registro Mal Formado (Status 06) e o Resto Dele na Leitura Seguinte - Quarentena,
      *>           Como na Carga do Master
                   if  ws-fs-arqHorarias = 06
                   or  (ws-fs-arqHorarias = 0 and ws-continuacao-horaria) then
                       move fd-hor-estacao             to ws-rej-estacao
                       move fd-hor-dia                 to ws-rej-dia
                       move fd-hor-temp                to ws-rej-temp
                       move " Registro Invalido"       to ws-rej-motivo
                       write fd-rej-linha from ws-rej-linha
                       add 1 to ws-cont-rej-registro
                       if  ws-fs-arqHorarias = 06 then
                           move "S" to ws-sw-continuacao-horaria
                       else
                           move "N" to ws-sw-continuacao-horaria
                       end-if
                   else
                       if  ws-fs-arqHorarias = 0 then
                           perform processa-observacao-horaria
                       end-if
                   end-if
               end-perform

               move "N" to ws-sw-carga-horaria

               close arqObservacoesHorarias
               if  ws-fs-arqHorarias <> 0 then
                   move 179                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarias                          to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqObservacoesHor."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTemperaturasRejeitadas
               if  ws-fs-arqRejeitadas <> 0 then
                   move 180                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRejeitadas                        to ws-msn-erro-cod
                   move "Erro ao Fechar Quarentena p/ Horarias "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform grava-dias-agregados

      *>       Esvaziar o Arquivo de Observações Horarias - uma Reexecução Não Pode Anexar o Dia Duas Vezes
               open output arqObservacoesHorarias
               if  ws-fs-arqHorarias <> 0 then
                   move 181                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarias                          to ws-msn-erro-cod
                   move "Erro ao Esvaziar Arq. arqObservacoesH."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqObservacoesHorarias
               if  ws-fs-arqHorarias <> 0 then
                   move 182                                        to ws-msn-erro-ofsset
                   move ws-fs-arqHorarias                          to ws-msn-erro-cod
                   move "Erro ao Fechar Horarias Esvaziado "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Observacoes Horarias: " ws-cont-dias-agregados " Dias Agregados, "
                       ws-cont-dias-incompletos " Incompletos"
           end-if

           .
       consolida-observacoes-horarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Minimo de Horas Para o Dia Ser Completo (arqParametrosHorarias.txt) - Sem o
      *>  Arquivo, ou com Valor Fora de 1 a 24, Fica o Padrão de 18 Horas
      *>------------------------------------------------------------------------
       carrega-parametro-horarias section.

           move 18 to ws-min-horas-dia

           open input arqParametrosHorarias
           if  ws-fs-arqParamHorarias <> 0
           and ws-fs-arqParamHorarias <> 35 then
               move 183                                        to ws-msn-erro-ofsset
               move ws-fs-arqParamHorarias                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqParametrosHor. "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqParamHorarias = 0 then
               read arqParametrosHorarias
               if  ws-fs-arqParamHorarias <> 0
               and ws-fs-arqParamHorarias <> 10 then
                   move 184                                    to ws-msn-erro-ofsset
                   move ws-fs-arqParamHorarias                 to ws-msn-erro-cod
                   move "Erro ao Ler Arq. arqParametrosHor. "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqParamHorarias = 0
               and fd-phr-min-horas >= 1
               and fd-phr-min-horas <= 24 then
                   move fd-phr-min-horas                to ws-min-horas-dia
               end-if

               close arqParametrosHorarias
               if  ws-fs-arqParamHorarias <> 0 then
                   move 185                                        to ws-msn-erro-ofsset
                   move ws-fs-arqParamHorarias                     to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqParametrosHor."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-parametro-horarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validação de Uma Observação Horaria Ja Lida em fd-horaria - Hora Fora de 00 a 23 Vai Para
      *>  a Quarentena; as Demais Seguem o Caminho Normal da Carga (Cadastro, Unidade, Data, Dia x
      *>  Data e Faixa), Com a Aprovada Indo Para a Agregação (ws-carga-horaria Ligado)
      *>------------------------------------------------------------------------
       processa-observacao-horaria section.

           if  fd-hor-hora is not numeric
           or  fd-hor-hora > 23 then
               move fd-hor-estacao             to ws-rej-estacao
               move fd-hor-dia                 to ws-rej-dia
               move fd-hor-temp                to ws-rej-temp
               move " Hora Invalida"           to ws-rej-motivo
               write fd-rej-linha from ws-rej-linha
               add 1 to ws-cont-rej-hora
           else
               move fd-hor-estacao              to fd-estacao
               move fd-hor-data                 to fd-data
               move fd-hor-dia                  to fd-dia
               move fd-hor-temp                 to fd-temp
               perform processa-leitura-temperatura
           end-if

           .
       processa-observacao-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Agregação de Uma Observação Horaria Ja Aprovada (fd-temperaturas em Celsius, Hora em
      *>  fd-hor-hora) na Entrada da Sua Estação-Dia - Entrada Nova Quando o Dia Ainda Não Apareceu;
      *>  a Mesma Hora Duas Vezes no Mesmo Dia Vai Para a Quarentena e Não Entra na Media
      *>------------------------------------------------------------------------
       acumula-observacao-horaria section.

           move 0 to ws-ind-agh-achado
           perform varying ws-ind-agh from 1 by 1
                     until ws-ind-agh > ws-qtd-agregacao
                     or    ws-ind-agh-achado > 0
               if  ws-agh-estacao(ws-ind-agh) = fd-estacao
               and ws-agh-data(ws-ind-agh)    = fd-data then
                   move ws-ind-agh                  to ws-ind-agh-achado
               end-if
           end-perform

           if  ws-ind-agh-achado = 0 then
               if  ws-qtd-agregacao >= 18300 then
      *>           Agregação Ja Cheia (Limite de um Ano Cheio das 50 Estações) - Quarentena
                   move fd-estacao                 to ws-rej-estacao
                   move fd-dia                     to ws-rej-dia
                   move fd-temp                    to ws-rej-temp
                   move " Tabela Horaria Cheia"    to ws-rej-motivo
                   write fd-rej-linha from ws-rej-linha
                   add 1 to ws-cont-rej-tabela
               else
                   add 1                            to ws-qtd-agregacao
                   move ws-qtd-agregacao            to ws-ind-agh-achado
                   move fd-estacao                  to ws-agh-estacao(ws-ind-agh-achado)
                   move fd-data                     to ws-agh-data(ws-ind-agh-achado)
                   move fd-dia                      to ws-agh-dia(ws-ind-agh-achado)
                   move 0                           to ws-agh-qtd-horas(ws-ind-agh-achado)
                   move 0                           to ws-agh-soma(ws-ind-agh-achado)
                   move 0                           to ws-agh-soma-bruta(ws-ind-agh-achado)
                   move fd-temp                     to ws-agh-min(ws-ind-agh-achado)
                   move fd-temp                     to ws-agh-max(ws-ind-agh-achado)
                   move spaces                      to ws-agh-horas(ws-ind-agh-achado)
               end-if
           end-if

           if  ws-ind-agh-achado > 0 then
               compute ws-ind-hora = fd-hor-hora + 1
               if  ws-agh-hora-recebida(ws-ind-agh-achado, ws-ind-hora) = "S" then
                   move fd-estacao                 to ws-rej-estacao
                   move fd-dia                     to ws-rej-dia
                   move fd-temp                    to ws-rej-temp
                   move " Hora Duplicada"          to ws-rej-motivo
                   write fd-rej-linha from ws-rej-linha
                   add 1 to ws-cont-rej-hora
               else
                   move "S"                         to ws-agh-hora-recebida(ws-ind-agh-achado, ws-ind-hora)
                   add 1                            to ws-agh-qtd-horas(ws-ind-agh-achado)
                   add fd-temp                      to ws-agh-soma(ws-ind-agh-achado)
                   add ws-temp-leitura-bruta        to ws-agh-soma-bruta(ws-ind-agh-achado)
                   if  fd-temp < ws-agh-min(ws-ind-agh-achado) then
                       move fd-temp                 to ws-agh-min(ws-ind-agh-achado)
                   end-if
                   if  fd-temp > ws-agh-max(ws-ind-agh-achado) then
                       move fd-temp                 to ws-agh-max(ws-ind-agh-achado)
                   end-if
                   add 1 to ws-cont-aceitos
               end-if
           end-if

           .
       acumula-observacao-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravação dos Dias Agregados - a Media de Cada Estação-Dia é Anexada ao Master (Convertida
      *>  de Volta Para Fahrenheit nas Estações "F", Como o Delta Faz) e a Minima/Maxima/Media, a
      *>  Quantidade de Horas e a Situação ("C" Completo / "I" Incompleto) ao Arquivo de Amplitudes
      *>------------------------------------------------------------------------
       grava-dias-agregados section.

           if  ws-qtd-agregacao > 0 then
               open extend arqTemperaturas
               if  ws-fs-arqTemperaturas = 35 then
                   open output arqTemperaturas
               end-if
               if  ws-fs-arqTemperaturas <> 0
               and ws-fs-arqTemperaturas <> 35 then
                   move 186                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                   move "Erro ao Anexar Horarias ao Master "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open extend arqAmplitudeDiaria
               if  ws-fs-arqAmplitude = 35 then
                   open output arqAmplitudeDiaria
               end-if
               if  ws-fs-arqAmplitude <> 0
               and ws-fs-arqAmplitude <> 35 then
                   move 187                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAmplitude                         to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqAmplitudeDiaria "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-agh from 1 by 1 until ws-ind-agh > ws-qtd-agregacao
                   compute ws-media-horaria rounded =
                           ws-agh-soma(ws-ind-agh) / ws-agh-qtd-horas(ws-ind-agh)
      *>           O Master Guarda o Bruto (a Carga Aplica o Offset de Novo), a Amplitude o Ajustado
                   compute ws-media-horaria-bruta rounded =
                           ws-agh-soma-bruta(ws-ind-agh) / ws-agh-qtd-horas(ws-ind-agh)

                   move ws-agh-estacao(ws-ind-agh)  to ws-cod-unidade-busca
                   perform busca-unidade-estacao

                   move ws-agh-estacao(ws-ind-agh)  to fd-estacao
                   move ws-agh-data(ws-ind-agh)     to fd-data
                   move ws-agh-dia(ws-ind-agh)      to fd-dia
                   if  ws-unidade-estacao = "F" then
                       compute fd-temp rounded = ws-media-horaria-bruta * 9 / 5 + 32
                   else
                       move ws-media-horaria-bruta  to fd-temp
                   end-if
                   write fd-temperaturas
                   if  ws-fs-arqTemperaturas <> 0 then
                       move 188                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                  to ws-msn-erro-cod
                       move "Erro ao Gravar Horarias no Master "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move ws-agh-estacao(ws-ind-agh)    to fd-amp-estacao
                   move ws-agh-data(ws-ind-agh)       to fd-amp-data
                   move ws-agh-dia(ws-ind-agh)        to fd-amp-dia
                   move ws-agh-min(ws-ind-agh)        to fd-amp-min
                   move ws-agh-max(ws-ind-agh)        to fd-amp-max
                   move ws-media-horaria              to fd-amp-media
                   move ws-agh-qtd-horas(ws-ind-agh)  to fd-amp-qtd-horas
                   if  ws-agh-qtd-horas(ws-ind-agh) < ws-min-horas-dia then
                       move "I"                       to fd-amp-situacao
                       add 1 to ws-cont-dias-incompletos
                   else
                       move "C"                       to fd-amp-situacao
                   end-if
                   write fd-amplitude
                   if  ws-fs-arqAmplitude <> 0 then
                       move 189                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAmplitude                     to ws-msn-erro-cod
                       move "Erro ao Gravar Arq. arqAmplitudeDiaria"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   add 1 to ws-cont-dias-agregados
               end-perform

               close arqAmplitudeDiaria
               if  ws-fs-arqAmplitude <> 0 then
                   move 190                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAmplitude                         to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqAmplitudeDiaria"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqTemperaturas
               if  ws-fs-arqTemperaturas <> 0 then
                   move 191                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                   move "Erro ao Fechar Master Apos Horarias "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       grava-dias-agregados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga das Amplitudes Diarias (arqAmplitudeDiaria.txt) Para os Relatorios - a Ausencia do
      *>  Arquivo Não é Erro (Nenhuma Observação Horaria Recebida Ainda); Estação/Data Repetida
      *>  Substitui a Entrada Anterior
      *>------------------------------------------------------------------------
       carrega-amplitudes-diarias section.

           move 0 to ws-qtd-amplitudes

           open input arqAmplitudeDiaria
           if  ws-fs-arqAmplitude <> 0
           and ws-fs-arqAmplitude <> 35 then
               move 192                                        to ws-msn-erro-ofsset
               move ws-fs-arqAmplitude                         to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAmplitudeDiaria "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqAmplitude = 0 then
               perform until ws-fs-arqAmplitude = 10
                   read arqAmplitudeDiaria
                   if  ws-fs-arqAmplitude <> 0
                   and ws-fs-arqAmplitude <> 10 then
                       move 193                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAmplitude                     to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAmplitudeDiaria " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAmplitude = 0 then
                       move fd-amp-estacao          to ws-amp-busca-estacao
                       move fd-amp-data             to ws-amp-busca-data
                       perform localiza-amplitude-dia

                       if  ws-ind-amp-achado = 0 then
                           if  ws-qtd-amplitudes >= 18300 then
                               move 194                                     to ws-msn-erro-ofsset
                               move 0                                       to ws-msn-erro-cod
                               move "Tabela de Amplitudes Diarias Cheia "   to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1                    to ws-qtd-amplitudes
                           move ws-qtd-amplitudes   to ws-ind-amp-achado
                       end-if

                       move fd-amp-estacao          to ws-amp-estacao(ws-ind-amp-achado)
                       move fd-amp-data             to ws-amp-data(ws-ind-amp-achado)
                       move fd-amp-min              to ws-amp-min(ws-ind-amp-achado)
                       move fd-amp-max              to ws-amp-max(ws-ind-amp-achado)
                       move fd-amp-situacao         to ws-amp-situacao(ws-ind-amp-achado)
                   end-if
               end-perform

               close arqAmplitudeDiaria
               if  ws-fs-arqAmplitude <> 0 then
                   move 195                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAmplitude                         to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqAmplitudeDiaria"   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-amplitudes-diarias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza a Amplitude da Estação/Data em ws-amp-busca-estacao/ws-amp-busca-data - Zero em
      *>  ws-ind-amp-achado Quando o Dia Não Veio de Observações Horarias
      *>------------------------------------------------------------------------
       localiza-amplitude-dia section.

           move 0 to ws-ind-amp-achado
           perform varying ws-ind-amp from 1 by 1
                     until ws-ind-amp > ws-qtd-amplitudes
                     or    ws-ind-amp-achado > 0
               if  ws-amp-estacao(ws-ind-amp) = ws-amp-busca-estacao
               and ws-amp-data(ws-ind-amp)    = ws-amp-busca-data then
                   move ws-ind-amp                  to ws-ind-amp-achado
               end-if
           end-perform

           .
       localiza-amplitude-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Montagem do Campo de Amplitude dos Relatorios ("Min/Max" e "I" de Dia Incompleto) Para a
      *>  Estação/Data em ws-amp-busca-estacao/ws-amp-busca-data - "---" Sem Amplitude Registrada
      *>------------------------------------------------------------------------
       monta-campo-amplitude section.

           perform localiza-amplitude-dia

           if  ws-ind-amp-achado > 0 then
               move ws-amp-min(ws-ind-amp-achado)  to ws-ampc-min
               move ws-amp-max(ws-ind-amp-achado)  to ws-ampc-max
               if  ws-amp-situacao(ws-ind-amp-achado) = "I" then
                   move "I"                        to ws-ampc-situacao
               else
                   move space                      to ws-ampc-situacao
               end-if
               move ws-amp-campo                   to ws-amp-campo-texto
           else
               move "      ---"                    to ws-amp-campo-texto
           end-if

           .
       monta-campo-amplitude-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Historico de Equipamentos (arqHistoricoEquipamentos.txt) - a Ausencia do Arquivo
      *>  Não é Erro (Nenhum Offset de Calibração a Aplicar, Como Antes do Historico Existir); Evento
      *>  com Tipo Desconhecido é Ignorado com Aviso. Ao Final a Tabela é Ordenada Por Estação/Data,
      *>  Para o Evento Vigente Ser Sempre o Ultimo da Estação com Data Ate a da Leitura
      *>------------------------------------------------------------------------
       carrega-historico-equipamentos section.

           move 0 to ws-qtd-equipamentos

           open input arqHistoricoEquipamentos
           if  ws-fs-arqEquipamentos <> 0
           and ws-fs-arqEquipamentos <> 35 then
               move 196                                        to ws-msn-erro-ofsset
               move ws-fs-arqEquipamentos                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqHistoricoEquip. "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqEquipamentos = 35 then
               display "Historico de Equipamentos Nao Encontrado - Carga Sem Offset de Calibracao"
           else
               perform until ws-fs-arqEquipamentos = 10
                   read arqHistoricoEquipamentos
                   if  ws-fs-arqEquipamentos <> 0
                   and ws-fs-arqEquipamentos <> 10 then
                       move 197                                    to ws-msn-erro-ofsset
                       move ws-fs-arqEquipamentos                  to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqHistoricoEquip. " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEquipamentos = 0 then
                       if  fd-eqp-tipo <> "I"
                       and fd-eqp-tipo <> "S"
                       and fd-eqp-tipo <> "R"
                       and fd-eqp-tipo <> "M" then
                           display "Evento de Equipamento com Tipo Invalido Ignorado - "
                                   fd-eqp-estacao " " fd-eqp-data
                       else
                           if  ws-qtd-equipamentos >= 500 then
                               move 198                                     to ws-msn-erro-ofsset
                               move 0                                       to ws-msn-erro-cod
                               move "Historico com Mais de 500 Eventos "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1                        to ws-qtd-equipamentos
                           move fd-eqp-estacao          to ws-eqp-estacao(ws-qtd-equipamentos)
                           move fd-eqp-data             to ws-eqp-data(ws-qtd-equipamentos)
                           move fd-eqp-tipo             to ws-eqp-tipo(ws-qtd-equipamentos)
                           move fd-eqp-offset           to ws-eqp-offset(ws-qtd-equipamentos)
                           move 0                       to ws-eqp-qtd-leituras(ws-qtd-equipamentos)
                       end-if
                   end-if
               end-perform

               close arqHistoricoEquipamentos
               if  ws-fs-arqEquipamentos <> 0 then
                   move 199                                        to ws-msn-erro-ofsset
                   move ws-fs-arqEquipamentos                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqHistoricoEquip."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       Ordenação Por Inserção Por Estação/Data (Estavel - Mesma Data Fica na Ordem do Arquivo)
               perform varying ws-ind-eqp from 2 by 1 until ws-ind-eqp > ws-qtd-equipamentos
                   move ws-eqp-reg(ws-ind-eqp)      to ws-eqp-troca
                   move ws-ind-eqp                  to ws-ind-eqp-j
                   perform verifica-posicao-equipamento
                   perform desloca-registro-equipamento until ws-eqp-posicionado
                   move ws-eqp-troca                to ws-eqp-reg(ws-ind-eqp-j)
               end-perform
           end-if

           .
       carrega-historico-equipamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verifica Se o Evento em Transito (ws-eqp-troca) Ja Pode Ficar na Posição ws-ind-eqp-j -
      *>  Pode Quando Não Ha Antecessor ou Quando o Antecessor Não é Maior na Ordem Estação/Data
      *>------------------------------------------------------------------------
       verifica-posicao-equipamento section.

           move "S" to ws-sw-eqp-pos

           if  ws-ind-eqp-j > 1 then
               if  ws-eqp-estacao(ws-ind-eqp-j - 1) > ws-eqpt-estacao then
                   move "N" to ws-sw-eqp-pos
               else
                   if  ws-eqp-estacao(ws-ind-eqp-j - 1) = ws-eqpt-estacao
                   and ws-eqp-data(ws-ind-eqp-j - 1)    > ws-eqpt-data then
                       move "N" to ws-sw-eqp-pos
                   end-if
               end-if
           end-if

           .
       verifica-posicao-equipamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desloca o Evento Antecessor uma Posição Para Frente e Reavalia - Passo da Ordenação
      *>------------------------------------------------------------------------
       desloca-registro-equipamento section.

           move ws-eqp-reg(ws-ind-eqp-j - 1) to ws-eqp-reg(ws-ind-eqp-j)
           subtract 1 from ws-ind-eqp-j
           perform verifica-posicao-equipamento

           .
       desloca-registro-equipamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localiza o Evento de Equipamento Vigente Para a Estação/Data em ws-eqp-busca-estacao /
      *>  ws-eqp-busca-data (o Ultimo da Estação com Data Ate a Pedida) - Sem Evento Ate a Data,
      *>  ws-ind-eqp-vigente Fica em Zero e o Offset em Zero
      *>------------------------------------------------------------------------
       localiza-calibracao-vigente section.

           move 0 to ws-ind-eqp-vigente
           move 0 to ws-offset-vigente

           perform varying ws-ind-eqp from 1 by 1 until ws-ind-eqp > ws-qtd-equipamentos
               if  ws-eqp-estacao(ws-ind-eqp) = ws-eqp-busca-estacao
               and ws-eqp-data(ws-ind-eqp)   <= ws-eqp-busca-data then
                   move ws-ind-eqp                  to ws-ind-eqp-vigente
                   move ws-eqp-offset(ws-ind-eqp)   to ws-offset-vigente
               end-if
           end-perform

           .
       localiza-calibracao-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplicação do Offset de Calibração Vigente na Data da Leitura em fd-temperaturas (Ja em
      *>  Celsius) - o Valor Bruto Fica em ws-temp-leitura-bruta e fd-temp Passa a Ser o Ajustado,
      *>  Que Segue Para a Faixa e a Tabela; Ajustado Que Não Cabe no Campo Fica no Limite Dele
      *>  (Fora da Faixa Valida de Qualquer Jeito, Vai Para a Quarentena)
      *>------------------------------------------------------------------------
       aplica-calibracao-leitura section.

           move fd-temp to ws-temp-leitura-bruta

           if  ws-qtd-equipamentos > 0 then
               move fd-estacao                  to ws-eqp-busca-estacao
               move fd-data                     to ws-eqp-busca-data
               perform localiza-calibracao-vigente

               if  ws-offset-vigente <> 0 then
                   compute ws-temp-ajustada = ws-temp-leitura-bruta + ws-offset-vigente
                   evaluate true
                       when ws-temp-ajustada > 99,99
                           move 99,99               to fd-temp
                       when ws-temp-ajustada < -99,99
                           move -99,99              to fd-temp
                       when other
                           move ws-temp-ajustada    to fd-temp
                   end-evaluate
               end-if
           end-if

           .
       aplica-calibracao-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de Equipamentos (arqRelatorioEquipamentos.txt) - Para Cada Estação do Historico,
      *>  as Leituras Medidas Anteriores ao Primeiro Evento e, Para Cada Evento, o Tipo, o Offset e
      *>  Quantas Leituras Medidas (Origem "O") da Carga Cairam na Vigencia Dele
      *>------------------------------------------------------------------------
       gera-relatorio-equipamentos section.

           perform varying ws-ind-eqp from 1 by 1 until ws-ind-eqp > ws-qtd-equipamentos
               move 0 to ws-eqp-qtd-leituras(ws-ind-eqp)
           end-perform

      *>   Apuração - Cada Leitura Medida Conta Para o Evento Vigente na Sua Data
           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               perform varying ws-ind-temp from 1 by 1
                         until ws-ind-temp > ws-estacao-qtd-temp(ws-ind-estacao)
                   if  ws-temp-origem(ws-ind-estacao, ws-ind-temp) = "O" then
                       move ws-estacao-cod(ws-ind-estacao)            to ws-eqp-busca-estacao
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp) to ws-eqp-busca-data
                       perform localiza-calibracao-vigente
                       if  ws-ind-eqp-vigente > 0 then
                           add 1 to ws-eqp-qtd-leituras(ws-ind-eqp-vigente)
                       end-if
                   end-if
               end-perform
           end-perform

           open output arqRelatorioEquipamentos
           if  ws-fs-arqRelEquipamentos <> 0 then
               move 200                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelEquipamentos                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRelatorioEquip. "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to ws-eqp-estacao-anterior

           perform varying ws-ind-eqp from 1 by 1 until ws-ind-eqp > ws-qtd-equipamentos
      *>       Primeiro Evento da Estação - Antes Dele, as Leituras Medidas Sem Offset Nenhum
               if  ws-eqp-estacao(ws-ind-eqp) <> ws-eqp-estacao-anterior then
                   move ws-eqp-estacao(ws-ind-eqp)  to ws-eqp-estacao-anterior
                   move 0 to ws-qtd-antes-eventos
                   perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
                       if  ws-estacao-cod(ws-ind-estacao) = ws-eqp-estacao(ws-ind-eqp) then
                           perform varying ws-ind-temp from 1 by 1
                                     until ws-ind-temp > ws-estacao-qtd-temp(ws-ind-estacao)
                               if  ws-temp-origem(ws-ind-estacao, ws-ind-temp) = "O"
                               and ws-temp-data(ws-ind-estacao, ws-ind-temp) < ws-eqp-data(ws-ind-eqp) then
                                   add 1 to ws-qtd-antes-eventos
                               end-if
                           end-perform
                       end-if
                   end-perform

                   move ws-eqp-estacao(ws-ind-eqp)      to ws-reqa-estacao
                   move ws-qtd-antes-eventos            to ws-reqa-qtd
                   write fd-releqp-linha from ws-releqp-antes
               end-if

               move ws-eqp-estacao(ws-ind-eqp)          to ws-reqp-estacao
               move ws-eqp-data(ws-ind-eqp)             to ws-reqp-data
               evaluate ws-eqp-tipo(ws-ind-eqp)
                   when "I"
                       move "Instalacao"                to ws-reqp-tipo
                   when "S"
                       move "Substituicao"              to ws-reqp-tipo
                   when "R"
                       move "Recalibracao"              to ws-reqp-tipo
                   when other
                       move "Mudanca de Local"          to ws-reqp-tipo
               end-evaluate
               move ws-eqp-offset(ws-ind-eqp)           to ws-reqp-offset
               move ws-eqp-qtd-leituras(ws-ind-eqp)     to ws-reqp-qtd
               write fd-releqp-linha from ws-releqp-linha
           end-perform

           close arqRelatorioEquipamentos
           if  ws-fs-arqRelEquipamentos <> 0 then
               move 201                                        to ws-msn-erro-ofsset
               move ws-fs-arqRelEquipamentos                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRelatorioEquip."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gera-relatorio-equipamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Cadastro de Regiões (arqRegioes.txt) - Opcional; Sem Ele, ws-qtd-regioes Fica em
      *>  Zero e Nem o Resumo Regional Nem a Validação da Região na Manutenção Acontecem
      *>------------------------------------------------------------------------
       carrega-regioes section.

           move 0 to ws-qtd-regioes

           open input arqRegioes
           if  ws-fs-arqRegioes <> 0
           and ws-fs-arqRegioes <> 35 then
               move 204                                        to ws-msn-erro-ofsset
               move ws-fs-arqRegioes                           to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRegioes "           to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqRegioes = 35 then
               display "Cadastro de Regioes Nao Encontrado - Resumo Regional Nao Sera Gerado"
           else
               perform until ws-fs-arqRegioes = 10
                   read arqRegioes
                   if  ws-fs-arqRegioes <> 0
                   and ws-fs-arqRegioes <> 10 then
                       move 205                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRegioes                       to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqRegioes "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqRegioes = 0 then
                       if  ws-qtd-regioes >= 50 then
                           move 206                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Cadastro com Mais de 50 Regioes "          to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1                                to ws-qtd-regioes
                       move fd-reg-codigo                   to ws-reg-codigo(ws-qtd-regioes)
                       move fd-reg-nome                     to ws-reg-nome(ws-qtd-regioes)
                       if  fd-reg-min-estacoes is numeric
                       and fd-reg-min-estacoes > 0 then
                           move fd-reg-min-estacoes         to ws-reg-min-estacoes(ws-qtd-regioes)
                       else
                           move 2                           to ws-reg-min-estacoes(ws-qtd-regioes)
                       end-if
                   end-if
               end-perform

               close arqRegioes
               if  ws-fs-arqRegioes <> 0 then
                   move 207                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRegioes                           to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqRegioes "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-regioes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localização no Cadastro de Regiões do Codigo em ws-regiao-busca - Zero em
      *>  ws-ind-regiao-achado Quando Não Consta
      *>------------------------------------------------------------------------
       localiza-regiao section.

           move 0 to ws-ind-regiao-achado

           perform varying ws-ind-regiao from 1 by 1 until ws-ind-regiao > ws-qtd-regioes
               if  ws-reg-codigo(ws-ind-regiao) = ws-regiao-busca then
                   move ws-ind-regiao               to ws-ind-regiao-achado
               end-if
           end-perform

           .
       localiza-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo Regional (arqResumoRegional.txt) - Para Cada Região do Cadastro, uma Linha Por Dia
      *>  com a Media das Leituras Originais das Estações Confiaveis da Região, Quantas Estações
      *>  Entraram na Conta e, à Parte, Quantas Leituras Estimadas e de Estações Não Confiaveis Ficaram
      *>  de Fora; Dia com Menos Estações que o Minimo da Região Sai Marcado. Ao Fim de Cada Mes,
      *>  a Linha do Mes com a Media de Todas as Leituras Que Contaram
      *>------------------------------------------------------------------------
       gera-resumo-regional section.

           open output arqResumoRegional
           if  ws-fs-arqResumoRegional <> 0 then
               move 202                                        to ws-msn-erro-ofsset
               move ws-fs-arqResumoRegional                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqResumoRegional "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-regiao from 1 by 1 until ws-ind-regiao > ws-qtd-regioes
               perform apura-regiao-dias

               move ws-reg-codigo(ws-ind-regiao)        to ws-rrc-regiao
               move ws-reg-nome(ws-ind-regiao)          to ws-rrc-nome
               move ws-reg-min-estacoes(ws-ind-regiao)  to ws-rrc-minimo
               move ws-reg-min-estacoes(ws-ind-regiao)  to ws-min-estacoes-regiao
               write fd-resreg-linha from ws-resreg-cabec

               move 0 to ws-rgm-mes-atual
               move 0 to ws-rgm-qtd-leituras
               move 0 to ws-rgm-soma
               move 0 to ws-rgm-qtd-estimadas
               move 0 to ws-rgm-qtd-nao-confiaveis
               move 0 to ws-rgm-dias-poucas

               perform varying ws-ind-rgd from 1 by 1 until ws-ind-rgd > 366
                   if  ws-rgd-qtd(ws-ind-rgd) > 0
                   or  ws-rgd-qtd-estimadas(ws-ind-rgd) > 0
                   or  ws-rgd-qtd-nao-confiaveis(ws-ind-rgd) > 0 then
                       move ws-ind-rgd              to ws-rgd-dia-busca
                       move ws-rgd-data(ws-ind-rgd) to ws-rgd-data-busca
                       perform define-mes-regional

      *>               Virada de Mes - Fecha o Mes Anterior da Região Antes do Primeiro Dia do Novo
                       if  ws-rgd-mes <> ws-rgm-mes-atual
                       and ws-rgm-mes-atual > 0 then
                           perform grava-resumo-regional-mes
                       end-if
                       move ws-rgd-mes to ws-rgm-mes-atual

                       move ws-reg-codigo(ws-ind-regiao)            to ws-rrd-regiao
                       move ws-rgd-data(ws-ind-rgd)                 to ws-rrd-data
                       if  ws-rgd-qtd(ws-ind-rgd) > 0 then
                           compute ws-media-regional rounded =
                                   ws-rgd-soma(ws-ind-rgd) / ws-rgd-qtd(ws-ind-rgd)
                           move ws-media-regional                   to ws-media-regional-edit
                           move ws-media-regional-edit              to ws-rrd-media
                       else
                           move "   ---"                            to ws-rrd-media
                       end-if
                       move ws-rgd-qtd(ws-ind-rgd)                  to ws-rrd-qtd
                       move ws-rgd-qtd-estimadas(ws-ind-rgd)        to ws-rrd-estimadas
                       move ws-rgd-qtd-nao-confiaveis(ws-ind-rgd)   to ws-rrd-nao-confiaveis
                       if  ws-rgd-qtd(ws-ind-rgd) < ws-min-estacoes-regiao then
                           move "Poucas Estacoes"                   to ws-rrd-aviso
                           add 1 to ws-rgm-dias-poucas
                           add 1 to ws-cont-dias-poucas-estacoes
                       else
                           move spaces                              to ws-rrd-aviso
                       end-if
                       write fd-resreg-linha from ws-resreg-dia

                       add ws-rgd-qtd(ws-ind-rgd)                to ws-rgm-qtd-leituras
                       add ws-rgd-soma(ws-ind-rgd)               to ws-rgm-soma
                       add ws-rgd-qtd-estimadas(ws-ind-rgd)      to ws-rgm-qtd-estimadas
                       add ws-rgd-qtd-nao-confiaveis(ws-ind-rgd) to ws-rgm-qtd-nao-confiaveis
                   end-if
               end-perform

               if  ws-rgm-mes-atual > 0 then
                   perform grava-resumo-regional-mes
               end-if
           end-perform

      *>   Estações Carregadas Que Ficaram Fora de Qualquer Região (Sem Codigo ou Codigo Fora do Cadastro)
           move 0 to ws-qtd-sem-regiao
           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               perform localiza-regiao-estacao
               move ws-regiao-estacao to ws-regiao-busca
               perform localiza-regiao
               if  ws-ind-regiao-achado = 0 then
                   add 1 to ws-qtd-sem-regiao
               end-if
           end-perform
           move ws-qtd-sem-regiao to ws-rrs-qtd
           write fd-resreg-linha from ws-resreg-sem-regiao

           close arqResumoRegional
           if  ws-fs-arqResumoRegional <> 0 then
               move 203                                        to ws-msn-erro-ofsset
               move ws-fs-arqResumoRegional                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqResumoRegional "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       gera-resumo-regional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apuração da Região ws-ind-regiao Pelo Dia do Ano - Estação Não Confiavel Conta Só em
      *>  Nao Confiaveis, Leitura Estimada Só em Estimadas; o Resto Entra na Media do Dia
      *>------------------------------------------------------------------------
       apura-regiao-dias section.

           perform varying ws-ind-rgd from 1 by 1 until ws-ind-rgd > 366
               move 0 to ws-rgd-data(ws-ind-rgd)
               move 0 to ws-rgd-qtd(ws-ind-rgd)
               move 0 to ws-rgd-soma(ws-ind-rgd)
               move 0 to ws-rgd-qtd-estimadas(ws-ind-rgd)
               move 0 to ws-rgd-qtd-nao-confiaveis(ws-ind-rgd)
           end-perform
           move spaces to ws-regiao-mes-estacoes

           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               perform localiza-regiao-estacao
               if  ws-regiao-estacao = ws-reg-codigo(ws-ind-regiao) then
                   perform varying ws-ind-temp from 1 by 1
                             until ws-ind-temp > ws-estacao-qtd-temp(ws-ind-estacao)
                       move ws-temp-dia(ws-ind-estacao, ws-ind-temp) to ws-ind-rgd
                       if  ws-ind-rgd >= 1
                       and ws-ind-rgd <= 366 then
                           if  ws-rgd-data(ws-ind-rgd) = 0 then
                               move ws-temp-data(ws-ind-estacao, ws-ind-temp) to ws-rgd-data(ws-ind-rgd)
                           end-if

                           evaluate true
                               when ws-estacao-confiavel(ws-ind-estacao) = "N"
                                   add 1 to ws-rgd-qtd-nao-confiaveis(ws-ind-rgd)
                               when ws-temp-origem(ws-ind-estacao, ws-ind-temp) = "E"
                                   add 1 to ws-rgd-qtd-estimadas(ws-ind-rgd)
                               when other
                                   add 1 to ws-rgd-qtd(ws-ind-rgd)
                                   add ws-temp-valor(ws-ind-estacao, ws-ind-temp)
                                                      to ws-rgd-soma(ws-ind-rgd)
                                   move ws-ind-rgd                                to ws-rgd-dia-busca
                                   move ws-temp-data(ws-ind-estacao, ws-ind-temp) to ws-rgd-data-busca
                                   perform define-mes-regional
                                   move "S" to ws-rgm-estacao(ws-rgd-mes, ws-ind-estacao)
                           end-evaluate
                       end-if
                   end-perform
               end-if
           end-perform

           .
       apura-regiao-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Região da Estação ws-ind-estacao Segundo o Cadastro de Estações (Branco Quando a
      *>  Estação Não Consta do Cadastro)
      *>------------------------------------------------------------------------
       localiza-regiao-estacao section.

           move spaces to ws-regiao-estacao

           perform varying ws-ind-cadastro from 1 by 1 until ws-ind-cadastro > ws-qtd-cadastro
               if  ws-cad-codigo(ws-ind-cadastro) = ws-estacao-cod(ws-ind-estacao) then
                   move ws-cad-regiao(ws-ind-cadastro) to ws-regiao-estacao
               end-if
           end-perform

           .
       localiza-regiao-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes de uma Leitura do Resumo Regional - o da Data (ws-rgd-data-busca) Quando Valida,
      *>  Senão o do Dia do Ano (ws-rgd-dia-busca)
      *>------------------------------------------------------------------------
       define-mes-regional section.

           move ws-rgd-data-busca to ws-data-leitura

           if  ws-data-leitura-mes >= 1
           and ws-data-leitura-mes <= 12 then
               move ws-data-leitura-mes to ws-rgd-mes
           else
               move ws-rgd-dia-busca    to ws-dia-converte
               perform converte-dia-para-mes
               move ws-mes-converte     to ws-rgd-mes
           end-if

           .
       define-mes-regional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do Mes da Região (ws-rgm-mes-atual) no Resumo Regional - Media de Todas as
      *>  Leituras Que Contaram no Mes e as Estações Distintas Que Contribuiram; Zera os Acumuladores
      *>------------------------------------------------------------------------
       grava-resumo-regional-mes section.

           move 0 to ws-rgm-qtd-estacoes
           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               if  ws-rgm-estacao(ws-rgm-mes-atual, ws-ind-estacao) = "S" then
                   add 1 to ws-rgm-qtd-estacoes
               end-if
           end-perform

           move ws-reg-codigo(ws-ind-regiao)    to ws-rrm-regiao
           move ws-rgm-mes-atual                to ws-rrm-mes
           if  ws-rgm-qtd-leituras > 0 then
               compute ws-media-regional rounded = ws-rgm-soma / ws-rgm-qtd-leituras
               move ws-media-regional           to ws-media-regional-edit
               move ws-media-regional-edit      to ws-rrm-media
           else
               move "   ---"                    to ws-rrm-media
           end-if
           move ws-rgm-qtd-estacoes             to ws-rrm-qtd-estacoes
           move ws-rgm-qtd-leituras             to ws-rrm-qtd-leituras
           move ws-rgm-qtd-estimadas            to ws-rrm-estimadas
           move ws-rgm-qtd-nao-confiaveis       to ws-rrm-nao-confiaveis
           move ws-rgm-dias-poucas              to ws-rrm-dias-poucas
           write fd-resreg-linha from ws-resreg-mes

           move 0 to ws-rgm-qtd-leituras
           move 0 to ws-rgm-soma
           move 0 to ws-rgm-qtd-estimadas
           move 0 to ws-rgm-qtd-nao-confiaveis
           move 0 to ws-rgm-dias-poucas

           .
       grava-resumo-regional-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Cadastro de Recordes (arqRecordes.txt) - Opcional; na Falta Dele, Cada Estação/Dia
      *>  Começa Sem Recorde e a Primeira Leitura Valida Vira o Recorde Inicial
      *>------------------------------------------------------------------------
       carrega-recordes section.

           move 0 to ws-qtd-rec-estacoes

           open input arqRecordes
           if  ws-fs-arqRecordes <> 0
           and ws-fs-arqRecordes <> 35 then
               move 208                                        to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                          to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRecordes "          to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqRecordes = 35 then
               display "Cadastro de Recordes Nao Encontrado - Sera Criado Pela Carga"
           else
               perform until ws-fs-arqRecordes = 10
                   read arqRecordes
                   if  ws-fs-arqRecordes <> 0
                   and ws-fs-arqRecordes <> 10 then
                       move 209                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRecordes                      to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqRecordes "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqRecordes = 0 then
                       if  fd-rec-mes is not numeric
                       or  fd-rec-dia is not numeric
                       or  fd-rec-mes < 1 or fd-rec-mes > 12
                       or  fd-rec-dia < 1 or fd-rec-dia > 31 then
                           display "Recorde com Mes-Dia Invalido Ignorado: " fd-rec-estacao
                                   " " fd-rec-mes-dia
                       else
                           move fd-rec-estacao to ws-rec-busca-estacao
                           perform localiza-estacao-recordes
                           compute ws-ind-rec-pos = (fd-rec-mes - 1) * 31 + fd-rec-dia

                           move "S"                      to ws-rec-usado(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-mes-dia           to ws-rec-mes-dia(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-max               to ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-max           to ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-max-anterior      to ws-rec-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-max-anterior  to ws-rec-ano-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-empate-max    to ws-rec-ano-empate-max(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-min               to ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-min           to ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-min-anterior      to ws-rec-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-min-anterior  to ws-rec-ano-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                           move fd-rec-ano-empate-min    to ws-rec-ano-empate-min(ws-ind-rec-achado, ws-ind-rec-pos)
                       end-if
                   end-if
               end-perform

               close arqRecordes
               if  ws-fs-arqRecordes <> 0 then
                   move 211                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                          to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqRecordes "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localização da Estação ws-rec-busca-estacao no Cadastro de Recordes em Memoria - Estação
      *>  Nova Ganha Entrada com Todas as Posições do Calendario Sem Recorde
      *>------------------------------------------------------------------------
       localiza-estacao-recordes section.

           move 0 to ws-ind-rec-achado

           perform varying ws-ind-rec-est from 1 by 1 until ws-ind-rec-est > ws-qtd-rec-estacoes
               if  ws-rec-estacao(ws-ind-rec-est) = ws-rec-busca-estacao then
                   move ws-ind-rec-est              to ws-ind-rec-achado
               end-if
           end-perform

           if  ws-ind-rec-achado = 0 then
               if  ws-qtd-rec-estacoes >= 50 then
                   move 210                                         to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Recordes com Mais de 50 Estacoes "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-rec-estacoes
               move ws-qtd-rec-estacoes         to ws-ind-rec-achado
               move ws-rec-busca-estacao        to ws-rec-estacao(ws-ind-rec-achado)
               perform varying ws-ind-rec-pos from 1 by 1 until ws-ind-rec-pos > 372
                   move "N"                     to ws-rec-usado(ws-ind-rec-achado, ws-ind-rec-pos)
               end-perform
           end-if

           .
       localiza-estacao-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confronto das Leituras da Tabela de Estações com o Cadastro de Recordes - So Leitura
      *>  Original ("O") com Data de Calendario Valida Conta; Estimada Nunca Bate Recorde, e a
      *>  Quarentenada Nem Chega à Tabela. Quebras e Empates Vão Para o Boletim (Aberto em Saida
      *>  no Primeiro Confronto da Execução e em Anexação no Segundo) e o Cadastro é Regravado
      *>------------------------------------------------------------------------
       confronta-recordes section.

           if  ws-boletim-recordes-iniciado then
               open extend arqBoletimRecordes
           else
               open output arqBoletimRecordes
               move "S" to ws-sw-boletim-recordes
           end-if
           if  ws-fs-arqBoletimRecordes <> 0 then
               move 212                                        to ws-msn-erro-ofsset
               move ws-fs-arqBoletimRecordes                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqBoletimRecordes "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "N" to ws-sw-recordes-alterados

           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               move ws-estacao-cod(ws-ind-estacao) to ws-rec-busca-estacao
               move 0                              to ws-ind-rec-achado

               perform varying ws-ind-temp from 1 by 1
                         until ws-ind-temp > ws-estacao-qtd-temp(ws-ind-estacao)
                   if  ws-temp-origem(ws-ind-estacao, ws-ind-temp) = "O" then
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp) to ws-data-leitura
                       if  ws-data-leitura-mes >= 1 and ws-data-leitura-mes <= 12
                       and ws-data-leitura-dia >= 1 and ws-data-leitura-dia <= 31 then
                           if  ws-ind-rec-achado = 0 then
                               perform localiza-estacao-recordes
                           end-if
                           move ws-data-leitura-mes    to ws-rec-busca-mes
                           move ws-data-leitura-dia    to ws-rec-busca-dia
                           compute ws-ind-rec-pos = (ws-rec-busca-mes - 1) * 31 + ws-rec-busca-dia
                           move ws-temp-valor(ws-ind-estacao, ws-ind-temp) to ws-rec-valor
                           move ws-temp-data(ws-ind-estacao, ws-ind-temp)  to ws-rec-data
                           perform confronta-recorde-leitura
                       end-if
                   end-if
               end-perform
           end-perform

           close arqBoletimRecordes
           if  ws-fs-arqBoletimRecordes <> 0 then
               move 213                                        to ws-msn-erro-ofsset
               move ws-fs-arqBoletimRecordes                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqBoletimRecordes"   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-recordes-alterados then
               perform regrava-recordes
           end-if

           .
       confronta-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confronto de Uma Leitura (ws-rec-valor / ws-rec-data) com a Posição ws-ind-rec-pos da
      *>  Estação ws-ind-rec-achado - Empate So Sai no Boletim Quando Vem de Outro Ano que o do
      *>  Recorde e do Ultimo Empate (a Mesma Leitura é Relida a Cada Carga Completa)
      *>------------------------------------------------------------------------
       confronta-recorde-leitura section.

           move ws-rec-data to ws-data-leitura

           if  ws-rec-usado(ws-ind-rec-achado, ws-ind-rec-pos) <> "S" then
               move "S"                    to ws-rec-usado(ws-ind-rec-achado, ws-ind-rec-pos)
               compute ws-rec-mes-dia(ws-ind-rec-achado, ws-ind-rec-pos) =
                       ws-rec-busca-mes * 100 + ws-rec-busca-dia
               move ws-rec-valor           to ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)
               move ws-data-leitura-ano    to ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-ano-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-ano-empate-max(ws-ind-rec-achado, ws-ind-rec-pos)
               move ws-rec-valor           to ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)
               move ws-data-leitura-ano    to ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-ano-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
               move 0                      to ws-rec-ano-empate-min(ws-ind-rec-achado, ws-ind-rec-pos)
               move "S"                    to ws-sw-recordes-alterados
               add 1 to ws-cont-recordes-iniciais
           else
               move ws-rec-busca-estacao   to ws-brc-estacao
               move ws-rec-busca-dia       to ws-brc-dia
               move ws-rec-busca-mes       to ws-brc-mes
               move ws-rec-valor           to ws-brc-valor
               move ws-rec-data            to ws-brc-data

      *>       Maxima
               move "Maxima" to ws-brc-tipo
               if  ws-rec-valor > ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos) then
                   move "Quebrou"                                            to ws-brc-situacao
                   move ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)        to ws-brc-anterior
                   move ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)    to ws-brc-ano-anterior
                   write fd-bolrec-linha from ws-bolrec-linha

                   move ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)
                                         to ws-rec-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)
                                         to ws-rec-ano-max-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-rec-valor         to ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-data-leitura-ano  to ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)
                   move 0                    to ws-rec-ano-empate-max(ws-ind-rec-achado, ws-ind-rec-pos)
                   move "S"                  to ws-sw-recordes-alterados
                   add 1 to ws-cont-recordes-quebrados
               else
                   if  ws-rec-valor = ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)
                   and ws-data-leitura-ano <> ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)
                   and ws-data-leitura-ano <> ws-rec-ano-empate-max(ws-ind-rec-achado, ws-ind-rec-pos) then
                       move "Empatou"                                            to ws-brc-situacao
                       move ws-rec-max(ws-ind-rec-achado, ws-ind-rec-pos)        to ws-brc-anterior
                       move ws-rec-ano-max(ws-ind-rec-achado, ws-ind-rec-pos)    to ws-brc-ano-anterior
                       write fd-bolrec-linha from ws-bolrec-linha

                       move ws-data-leitura-ano  to ws-rec-ano-empate-max(ws-ind-rec-achado, ws-ind-rec-pos)
                       move "S"                  to ws-sw-recordes-alterados
                       add 1 to ws-cont-recordes-empatados
                   end-if
               end-if

      *>       Minima
               move "Minima" to ws-brc-tipo
               if  ws-rec-valor < ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos) then
                   move "Quebrou"                                            to ws-brc-situacao
                   move ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)        to ws-brc-anterior
                   move ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)    to ws-brc-ano-anterior
                   write fd-bolrec-linha from ws-bolrec-linha

                   move ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)
                                         to ws-rec-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)
                                         to ws-rec-ano-min-anterior(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-rec-valor         to ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)
                   move ws-data-leitura-ano  to ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)
                   move 0                    to ws-rec-ano-empate-min(ws-ind-rec-achado, ws-ind-rec-pos)
                   move "S"                  to ws-sw-recordes-alterados
                   add 1 to ws-cont-recordes-quebrados
               else
                   if  ws-rec-valor = ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)
                   and ws-data-leitura-ano <> ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)
                   and ws-data-leitura-ano <> ws-rec-ano-empate-min(ws-ind-rec-achado, ws-ind-rec-pos) then
                       move "Empatou"                                            to ws-brc-situacao
                       move ws-rec-min(ws-ind-rec-achado, ws-ind-rec-pos)        to ws-brc-anterior
                       move ws-rec-ano-min(ws-ind-rec-achado, ws-ind-rec-pos)    to ws-brc-ano-anterior
                       write fd-bolrec-linha from ws-bolrec-linha

                       move ws-data-leitura-ano  to ws-rec-ano-empate-min(ws-ind-rec-achado, ws-ind-rec-pos)
                       move "S"                  to ws-sw-recordes-alterados
                       add 1 to ws-cont-recordes-empatados
                   end-if
               end-if
           end-if

           .
       confronta-recorde-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação do Cadastro de Recordes a Partir da Tabela em Memoria - Só as Posições do
      *>  Calendario com Recorde
      *>------------------------------------------------------------------------
       regrava-recordes section.

           open output arqRecordes
           if  ws-fs-arqRecordes <> 0 then
               move 214                                        to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                          to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqRecordes "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-rec-est from 1 by 1 until ws-ind-rec-est > ws-qtd-rec-estacoes
               perform varying ws-ind-rec-pos from 1 by 1 until ws-ind-rec-pos > 372
                   if  ws-rec-usado(ws-ind-rec-est, ws-ind-rec-pos) = "S" then
                       move ws-rec-estacao(ws-ind-rec-est)                          to fd-rec-estacao
                       move ws-rec-mes-dia(ws-ind-rec-est, ws-ind-rec-pos)          to fd-rec-mes-dia
                       move ws-rec-max(ws-ind-rec-est, ws-ind-rec-pos)              to fd-rec-max
                       move ws-rec-ano-max(ws-ind-rec-est, ws-ind-rec-pos)          to fd-rec-ano-max
                       move ws-rec-max-anterior(ws-ind-rec-est, ws-ind-rec-pos)     to fd-rec-max-anterior
                       move ws-rec-ano-max-anterior(ws-ind-rec-est, ws-ind-rec-pos) to fd-rec-ano-max-anterior
                       move ws-rec-ano-empate-max(ws-ind-rec-est, ws-ind-rec-pos)   to fd-rec-ano-empate-max
                       move ws-rec-min(ws-ind-rec-est, ws-ind-rec-pos)              to fd-rec-min
                       move ws-rec-ano-min(ws-ind-rec-est, ws-ind-rec-pos)          to fd-rec-ano-min
                       move ws-rec-min-anterior(ws-ind-rec-est, ws-ind-rec-pos)     to fd-rec-min-anterior
                       move ws-rec-ano-min-anterior(ws-ind-rec-est, ws-ind-rec-pos) to fd-rec-ano-min-anterior
                       move ws-rec-ano-empate-min(ws-ind-rec-est, ws-ind-rec-pos)   to fd-rec-ano-empate-min
                       write fd-recorde
                   end-if
               end-perform
           end-perform

           close arqRecordes
           if  ws-fs-arqRecordes <> 0 then
               move 215                                        to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                          to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRecordes Regr."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emissão das Declarações de Temperaturas (arqPedidosDeclaracao.txt) - a Ausencia do Arquivo
      *>  é a Execução Normal Sem Pedido; Cada Pedido Valido Recebe o Proximo Numero, Tem o Texto
      *>  Anexado em arqDeclaracoes.txt e uma Linha no Registro. Sem o Espelho, Nenhum Pedido é
      *>  Atendido e o Arquivo de Pedidos Fica Como Esta Para a Proxima Execução
      *>------------------------------------------------------------------------
       emite-declaracoes section.

           open input arqPedidosDeclaracao
           if  ws-fs-arqPedidosDecl <> 0
           and ws-fs-arqPedidosDecl <> 35 then
               move 216                                        to ws-msn-erro-ofsset
               move ws-fs-arqPedidosDecl                       to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqPedidosDeclar. "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqPedidosDecl = 35 then
               continue
           else
               move "N" to ws-sw-espelho-declaracao
               open input arqTemperaturasIdx
               if  ws-fs-arqTemperaturasIdx = 0 then
                   move "S" to ws-sw-espelho-declaracao
               else
                   if  ws-fs-arqTemperaturasIdx <> 35 then
                       move 221                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturasIdx                 to ws-msn-erro-cod
                       move "Erro ao Abrir Espelho p/ Declaracao "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   display "Espelho Indexado Nao Encontrado - Pedidos de Declaracao Mantidos"
                   display "Para a Proxima Execucao"
               end-if

               if  ws-espelho-declaracao-aberto then
                   perform carrega-controle-declaracoes

                   open extend arqDeclaracoes
                   if  ws-fs-arqDeclaracoes = 35 then
                       open output arqDeclaracoes
                   end-if
                   if  ws-fs-arqDeclaracoes <> 0
                   and ws-fs-arqDeclaracoes <> 35 then
                       move 224                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                       move "Erro ao Abrir Arq. arqDeclaracoes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   open extend arqRegistroDeclaracoes
                   if  ws-fs-arqRegistroDecl = 35 then
                       open output arqRegistroDeclaracoes
                   end-if
                   if  ws-fs-arqRegistroDecl <> 0
                   and ws-fs-arqRegistroDecl <> 35 then
                       move 226                                      to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroDecl                    to ws-msn-erro-cod
                       move "Erro ao Abrir Arq. arqRegistroDeclar. " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   accept ws-data-execucao from date yyyymmdd
                   accept ws-hora-execucao from time

                   perform until ws-fs-arqPedidosDecl = 10
                       read arqPedidosDeclaracao
                       if  ws-fs-arqPedidosDecl <> 0
                       and ws-fs-arqPedidosDecl <> 10 then
                           move 217                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPedidosDecl                 to ws-msn-erro-cod
                           move "Erro ao Ler Arq. arqPedidosDeclar. " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if  ws-fs-arqPedidosDecl = 0 then
                           perform emite-declaracao
                       end-if
                   end-perform

                   close arqDeclaracoes
                   if  ws-fs-arqDeclaracoes <> 0 then
                       move 225                                      to ws-msn-erro-ofsset
                       move ws-fs-arqDeclaracoes                     to ws-msn-erro-cod
                       move "Erro ao Fechar Arq. arqDeclaracoes "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   close arqRegistroDeclaracoes
                   if  ws-fs-arqRegistroDecl <> 0 then
                       move 227                                      to ws-msn-erro-ofsset
                       move ws-fs-arqRegistroDecl                    to ws-msn-erro-cod
                       move "Erro ao Fechar Arq. arqRegistroDecl. "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   close arqTemperaturasIdx
                   if  ws-fs-arqTemperaturasIdx <> 0 then
                       move 223                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturasIdx                 to ws-msn-erro-cod
                       move "Erro ao Fechar Espelho p/ Declaracao"   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform grava-controle-declaracoes
               end-if

               close arqPedidosDeclaracao
               if  ws-fs-arqPedidosDecl <> 0 then
                   move 218                                        to ws-msn-erro-ofsset
                   move ws-fs-arqPedidosDecl                       to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqPedidosDeclar. "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       Esvaziar os Pedidos Atendidos - uma Reexecução Não Pode Emitir a Mesma Declaração
      *>       Com Outro Numero
               if  ws-espelho-declaracao-aberto then
                   open output arqPedidosDeclaracao
                   if  ws-fs-arqPedidosDecl <> 0 then
                       move 219                                    to ws-msn-erro-ofsset
                       move ws-fs-arqPedidosDecl                   to ws-msn-erro-cod
                       move "Erro ao Esvaziar Arq. arqPedidosDecl. "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   close arqPedidosDeclaracao
                   if  ws-fs-arqPedidosDecl <> 0 then
                       move 220                                    to ws-msn-erro-ofsset
                       move ws-fs-arqPedidosDecl                   to ws-msn-erro-cod
                       move "Erro ao Fechar Pedidos Esvaziados "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               display "Declaracoes Emitidas: " ws-cont-declaracoes-emitidas
                       " - Pedidos Recusados: " ws-cont-pedidos-recusados
           end-if

           .
       emite-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emissão de Uma Declaração Para o Pedido Ja Lido em fd-pedido-declaracao - Pedido com
      *>  Estação em Branco ou Fora do Cadastro (Quando Carregado), Data Inexistente, Periodo
      *>  Invertido ou Acima de 366 Dias é Recusado Sem Consumir Numero; Cada Dia do Periodo é
      *>  Buscado no Espelho Pela Chave Primaria
      *>------------------------------------------------------------------------
       emite-declaracao section.

           move spaces to ws-dcl-motivo-recusa

           if  fd-ped-estacao = spaces then
               move "Estacao em Branco"                 to ws-dcl-motivo-recusa
           else
               if  ws-qtd-cadastro > 0 then
                   move fd-ped-estacao to fd-estacao
                   perform localiza-cadastro-estacao
                   if  ws-ind-cadastro-achado = 0 then
                       move "Estacao Nao Cadastrada"    to ws-dcl-motivo-recusa
                   end-if
               end-if
           end-if

           if  ws-dcl-motivo-recusa = spaces then
               move fd-ped-data-de to ws-dcl-data-atual-num
               perform valida-data-declaracao
               if  not ws-data-declaracao-valida then
                   move "Data Inicial Invalida"         to ws-dcl-motivo-recusa
               else
                   move fd-ped-data-ate to ws-dcl-data-atual-num
                   perform valida-data-declaracao
                   if  not ws-data-declaracao-valida then
                       move "Data Final Invalida"       to ws-dcl-motivo-recusa
                   else
                       if  fd-ped-data-de > fd-ped-data-ate then
                           move "Periodo Invertido"     to ws-dcl-motivo-recusa
                       else
      *>                   Quantidade de Dias do Periodo - Para Antes de Passar do Limite
                           move 0              to ws-dcl-qtd-dias
                           move fd-ped-data-de to ws-dcl-data-atual-num
                           perform until ws-dcl-data-atual-num > fd-ped-data-ate
                                  or     ws-dcl-qtd-dias > 366
                               add 1 to ws-dcl-qtd-dias
                               perform avanca-data-declaracao
                           end-perform
                           if  ws-dcl-qtd-dias > 366 then
                               move "Periodo Acima de 366 Dias" to ws-dcl-motivo-recusa
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           if  ws-dcl-motivo-recusa <> spaces then
               display "Pedido de Declaracao Recusado: " fd-ped-requerente " " fd-ped-estacao
                       " " fd-ped-data-de " " fd-ped-data-ate " - " ws-dcl-motivo-recusa
               add 1 to ws-cont-pedidos-recusados
           else
               perform carrega-correcoes-declaracao

               add 1 to ws-dcl-ultimo-numero
               add 1 to ws-cont-declaracoes-emitidas

               move fd-ped-estacao to ws-cod-estacao
               perform busca-nome-estacao

               write fd-declaracao-linha from ws-dcl-separador
               move ws-dcl-ultimo-numero            to ws-dct-numero
               write fd-declaracao-linha from ws-dcl-titulo
               move fd-ped-requerente               to ws-dcr-requerente
               write fd-declaracao-linha from ws-dcl-requerente
               move fd-ped-estacao                  to ws-dce-estacao
               move ws-nome-estacao-atual           to ws-dce-nome
               write fd-declaracao-linha from ws-dcl-estacao
               move fd-ped-data-de                  to ws-dcp-de
               move fd-ped-data-ate                 to ws-dcp-ate
               move ws-data-execucao                to ws-dcp-data-emissao
               move ws-hora-execucao                to ws-dcp-hora-emissao
               write fd-declaracao-linha from ws-dcl-periodo
               write fd-declaracao-linha from ws-dcl-cabec-dias

               move 0 to ws-dcl-qtd-dias
               move 0 to ws-dcl-qtd-medidos
               move 0 to ws-dcl-qtd-estimados
               move 0 to ws-dcl-qtd-corrigidos
               move 0 to ws-dcl-qtd-faltantes

               move fd-ped-data-de to ws-dcl-data-atual-num
               perform until ws-dcl-data-atual-num > fd-ped-data-ate
                   add 1 to ws-dcl-qtd-dias
                   perform grava-dia-declaracao
                   perform avanca-data-declaracao
               end-perform

               move ws-dcl-qtd-dias                 to ws-dtt-dias
               move ws-dcl-qtd-medidos              to ws-dtt-medidos
               move ws-dcl-qtd-estimados            to ws-dtt-estimados
               move ws-dcl-qtd-corrigidos           to ws-dtt-corrigidos
               move ws-dcl-qtd-faltantes            to ws-dtt-faltantes
               write fd-declaracao-linha from ws-dcl-totais
               write fd-declaracao-linha from ws-dcl-certificado

               move ws-dcl-ultimo-numero            to ws-dcg-numero
               move ws-data-execucao                to ws-dcg-data-emissao
               move ws-hora-execucao                to ws-dcg-hora-emissao
               move fd-ped-requerente               to ws-dcg-requerente
               move fd-ped-estacao                  to ws-dcg-estacao
               move fd-ped-data-de                  to ws-dcg-de
               move fd-ped-data-ate                 to ws-dcg-ate
               move ws-dcl-qtd-dias                 to ws-dcg-dias
               move ws-dcl-qtd-medidos              to ws-dcg-medidos
               move ws-dcl-qtd-estimados            to ws-dcg-estimados
               move ws-dcl-qtd-corrigidos           to ws-dcg-corrigidos
               move ws-dcl-qtd-faltantes            to ws-dcg-faltantes
               write fd-registro-declaracao from ws-dcl-registro
           end-if

           .
       emite-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de Um Dia da Declaração (ws-dcl-data-atual) - Leitura do Espelho Pela Chave;
      *>  Chave Ausente é Dia Faltante; Correção na Trilha de Auditoria Mostra o Antes/Depois
      *>------------------------------------------------------------------------
       grava-dia-declaracao section.

           move ws-dcl-data-atual-num           to ws-dcd-data
           move spaces                          to ws-dcd-observacao

           move fd-ped-estacao                  to fd-idx-estacao
           move ws-dcl-data-atual-num           to fd-idx-data
           read arqTemperaturasIdx key is fd-idx-chave

           if  ws-fs-arqTemperaturasIdx <> 0
           and ws-fs-arqTemperaturasIdx <> 02
           and ws-fs-arqTemperaturasIdx <> 23 then
               move 222                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturasIdx                 to ws-msn-erro-cod
               move "Erro ao Ler Espelho p/ Declaracao "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqTemperaturasIdx = 23 then
               move "   ---"                        to ws-dcd-temp
               move "Faltante"                      to ws-dcd-situacao
               add 1 to ws-dcl-qtd-faltantes
           else
               move fd-idx-temp                     to ws-dcl-temp-edit
               move ws-dcl-temp-edit                to ws-dcd-temp

               move 0 to ws-ind-dcc-achado
               perform varying ws-ind-dcc from 1 by 1 until ws-ind-dcc > ws-qtd-dcl-correcoes
                   if  ws-dcc-data(ws-ind-dcc) = ws-dcl-data-atual-num then
                       move ws-ind-dcc              to ws-ind-dcc-achado
                   end-if
               end-perform

               evaluate true
                   when ws-ind-dcc-achado > 0
                       move "Corrigida"                         to ws-dcd-situacao
                       move ws-dcc-antigo(ws-ind-dcc-achado)    to ws-dco-antigo
                       move ws-dcc-novo(ws-ind-dcc-achado)      to ws-dco-novo
                       move ws-dcl-obs-correcao                 to ws-dcd-observacao
                       add 1 to ws-dcl-qtd-corrigidos
                   when fd-idx-origem = "E"
                       move "Estimada"                          to ws-dcd-situacao
                       move "Dia Sem Leitura - Valor Interpolado" to ws-dcd-observacao
                       add 1 to ws-dcl-qtd-estimados
                   when other
                       move "Medida"                            to ws-dcd-situacao
                       add 1 to ws-dcl-qtd-medidos
               end-evaluate
           end-if

           write fd-declaracao-linha from ws-dcl-linha-dia

           .
       grava-dia-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Correções da Trilha de Auditoria (arqAuditoriaCorrecoes.txt e os Seus Arquivos Mortos) da
      *>  Estação e do Periodo do Pedido - Sem a Trilha, Nenhum Dia Sai Como Corrigido
      *>------------------------------------------------------------------------
       carrega-correcoes-declaracao section.

           move 0 to ws-qtd-dcl-correcoes

      *>   Primeiro as Correções Ja Arquivadas, Que São as Mais Antigas - a Ordem Importa: o Valor
      *>   Antigo é o da Primeira Correção do Dia e o Novo o da Ultima
           perform carrega-indice-arquivamento

           perform varying ws-ind-ixa from 1 by 1 until ws-ind-ixa > ws-qtd-ixa
               if  ws-ixa-arquivo(ws-ind-ixa) = "arqAuditoriaCorrecoes.txt" then
                   move ws-ixa-arquivo-morto(ws-ind-ixa) to ws-nome-arq-morto
                   perform abre-arquivo-morto
                   perform until ws-fim-morto
                       perform le-arquivo-morto
                       if  not ws-fim-morto then
                           move fd-mrt-aud-estacao      to ws-dcr-estacao
                           move fd-mrt-aud-data         to ws-dcr-data
                           move fd-mrt-aud-valor-antigo to ws-dcr-valor-antigo
                           move fd-mrt-aud-valor-novo   to ws-dcr-valor-novo
                           perform acumula-correcao-declaracao
                       end-if
                   end-perform
                   perform fecha-arquivo-morto
               end-if
           end-perform

           open input arqAuditoriaCorrecoes
           if  ws-fs-arqAuditoria <> 0
           and ws-fs-arqAuditoria <> 35 then
               move 233                                        to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                         to ws-msn-erro-cod
               move "Erro ao Abrir Auditoria p/ Declaracao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqAuditoria <> 35 then
               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoriaCorrecoes
                   if  ws-fs-arqAuditoria <> 0
                   and ws-fs-arqAuditoria <> 10 then
                       move 234                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                     to ws-msn-erro-cod
                       move "Erro ao Ler Auditoria p/ Declaracao " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAuditoria = 0 then
                       move fd-aud-estacao          to ws-dcr-estacao
                       move fd-aud-data             to ws-dcr-data
                       move fd-aud-valor-antigo     to ws-dcr-valor-antigo
                       move fd-aud-valor-novo       to ws-dcr-valor-novo
                       perform acumula-correcao-declaracao
                   end-if
               end-perform

               close arqAuditoriaCorrecoes
               if  ws-fs-arqAuditoria <> 0 then
                   move 235                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                         to ws-msn-erro-cod
                   move "Erro ao Fechar Auditoria p/ Declar. "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-correcoes-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma Correção Lida (ws-dcl-correcao-lida) Entra na Tabela da Declaração Quando é da Estação e
      *>  do Periodo do Pedido - a Repetida no Mesmo Dia Só Atualiza o Valor Novo
      *>------------------------------------------------------------------------
       acumula-correcao-declaracao section.

           if  ws-dcr-estacao = fd-ped-estacao
           and ws-dcr-data   >= fd-ped-data-de
           and ws-dcr-data   <= fd-ped-data-ate then
               move 0 to ws-ind-dcc-achado
               perform varying ws-ind-dcc from 1 by 1 until ws-ind-dcc > ws-qtd-dcl-correcoes
                   if  ws-dcc-data(ws-ind-dcc) = ws-dcr-data then
                       move ws-ind-dcc          to ws-ind-dcc-achado
                   end-if
               end-perform

               if  ws-ind-dcc-achado > 0 then
                   move ws-dcr-valor-novo   to ws-dcc-novo(ws-ind-dcc-achado)
               else
                   if  ws-qtd-dcl-correcoes < 366 then
                       add 1 to ws-qtd-dcl-correcoes
                       move ws-dcr-data          to ws-dcc-data(ws-qtd-dcl-correcoes)
                       move ws-dcr-valor-antigo  to ws-dcc-antigo(ws-qtd-dcl-correcoes)
                       move ws-dcr-valor-novo    to ws-dcc-novo(ws-qtd-dcl-correcoes)
                   end-if
               end-if
           end-if

           .
       acumula-correcao-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Validação de Uma Data de Calendario em ws-dcl-data-atual (Mes 1 a 12, Dia Valido Para o
      *>  Mes, Fevereiro com 29 So em Ano Bissexto)
      *>------------------------------------------------------------------------
       valida-data-declaracao section.

           move "S" to ws-sw-data-declaracao

           perform calcula-dias-mes-declaracao

           if  ws-dcl-mes < 1
           or  ws-dcl-mes > 12
           or  ws-dcl-dia < 1
           or  ws-dcl-dia > ws-dias-no-mes then
               move "N" to ws-sw-data-declaracao
           end-if

           .
       valida-data-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Avanço de ws-dcl-data-atual Para o Dia Seguinte do Calendario
      *>------------------------------------------------------------------------
       avanca-data-declaracao section.

           perform calcula-dias-mes-declaracao

           if  ws-dcl-dia < ws-dias-no-mes then
               add 1 to ws-dcl-dia
           else
               move 1 to ws-dcl-dia
               if  ws-dcl-mes < 12 then
                   add 1 to ws-dcl-mes
               else
                   move 1 to ws-dcl-mes
                   add 1 to ws-dcl-ano
               end-if
           end-if

           .
       avanca-data-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do Mes de ws-dcl-data-atual em ws-dias-no-mes (Zero Para Mes Invalido) - Ano
      *>  Bissexto Divisivel Por 4 e Não Por 100, ou Divisivel Por 400
      *>------------------------------------------------------------------------
       calcula-dias-mes-declaracao section.

           move "N" to ws-sw-bissexto
           divide ws-dcl-ano by 4 giving ws-quociente-div remainder ws-resto-div
           if  ws-resto-div = 0 then
               divide ws-dcl-ano by 100 giving ws-quociente-div remainder ws-resto-div
               if  ws-resto-div <> 0 then
                   move "S" to ws-sw-bissexto
               else
                   divide ws-dcl-ano by 400 giving ws-quociente-div remainder ws-resto-div
                   if  ws-resto-div = 0 then
                       move "S" to ws-sw-bissexto
                   end-if
               end-if
           end-if

           evaluate ws-dcl-mes
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-dias-no-mes
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-no-mes
               when 02
                   if  ws-ano-bissexto then
                       move 29 to ws-dias-no-mes
                   else
                       move 28 to ws-dias-no-mes
                   end-if
               when other
                   move 0  to ws-dias-no-mes
           end-evaluate

           .
       calcula-dias-mes-declaracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo Numero de Declaração Emitido (arqControleDeclaracoes.txt) - Sem o Arquivo, a
      *>  Numeração Começa do 1
      *>------------------------------------------------------------------------
       carrega-controle-declaracoes section.

           move 0 to ws-dcl-ultimo-numero

           open input arqControleDeclaracoes
           if  ws-fs-arqControleDecl <> 0
           and ws-fs-arqControleDecl <> 35 then
               move 228                                        to ws-msn-erro-ofsset
               move ws-fs-arqControleDecl                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqControleDeclar. "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqControleDecl <> 35 then
               read arqControleDeclaracoes
               if  ws-fs-arqControleDecl <> 0
               and ws-fs-arqControleDecl <> 10 then
                   move 229                                    to ws-msn-erro-ofsset
                   move ws-fs-arqControleDecl                  to ws-msn-erro-cod
                   move "Erro ao Ler Arq. arqControleDeclar. " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqControleDecl = 0
               and fd-ctd-ultimo-numero is numeric then
                   move fd-ctd-ultimo-numero to ws-dcl-ultimo-numero
               end-if

               close arqControleDeclaracoes
               if  ws-fs-arqControleDecl <> 0 then
                   move 230                                    to ws-msn-erro-ofsset
                   move ws-fs-arqControleDecl                  to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqControleDecl." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-controle-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação do Ultimo Numero de Declaração Emitido
      *>------------------------------------------------------------------------
       grava-controle-declaracoes section.

           open output arqControleDeclaracoes
           if  ws-fs-arqControleDecl <> 0 then
               move 231                                        to ws-msn-erro-ofsset
               move ws-fs-arqControleDecl                      to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqControleDecl."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-dcl-ultimo-numero to fd-ctd-ultimo-numero
           write fd-controle-declaracao

           close arqControleDeclaracoes
           if  ws-fs-arqControleDecl <> 0 then
               move 232                                        to ws-msn-erro-ofsset
               move ws-fs-arqControleDecl                      to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqControleDecl. "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-controle-declaracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Intercambio Mensal com o Orgão Regional - Carrega o Log de Transmissão, Concilia o
      *>  Retorno do Orgão (Se Houver), Apura os Meses Fechados da Tabela Carregada, Gera o Lote Só
      *>  com os Meses Novos ou Mudados, Lista no Relatorio de Conciliação o Que Está Rejeitado ou
      *>  Sem Retorno e Regrava o Log
      *>------------------------------------------------------------------------
       processa-intercambio-orgao section.

           accept ws-data-execucao from date yyyymmdd
           accept ws-hora-execucao from time
           move ws-data-execucao    to ws-itc-lote-data
           move ws-hora-execucao    to ws-itc-lote-hora
           move ws-data-execucao    to ws-itc-data-corrente

           perform carrega-log-transmissao

           open output arqConciliacaoOrgao
           if  ws-fs-arqConciliacao <> 0 then
               move 249                                        to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                       to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqConciliacaoOrgao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform concilia-retorno-orgao

      *>   Pendencias Depois do Retorno - Rejeitados e Enviados em Lotes Anteriores Ainda Sem Retorno
           perform varying ws-ind-ltr from 1 by 1 until ws-ind-ltr > ws-qtd-log-transmissao
               if  ws-ltr-situacao(ws-ind-ltr) = "R"
               or  ws-ltr-situacao(ws-ind-ltr) = "E" then
                   move ws-ltr-estacao(ws-ind-ltr)     to ws-conc-estacao
                   move ws-ltr-ano-mes(ws-ind-ltr)     to ws-conc-ano-mes
                   move ws-ltr-lote(ws-ind-ltr)        to ws-conc-lote
                   if  ws-ltr-situacao(ws-ind-ltr) = "R" then
                       move "Rejeitado"                to ws-conc-situacao
                       move ws-ltr-motivo(ws-ind-ltr)  to ws-conc-motivo
                       add 1 to ws-cont-meses-rejeitados
                   else
                       move "Sem Retorno"              to ws-conc-situacao
                       move spaces                     to ws-conc-motivo
                       add 1 to ws-cont-meses-sem-retorno
                   end-if
                   write fd-conciliacao-linha from ws-conc-linha
               end-if
           end-perform

           close arqConciliacaoOrgao
           if  ws-fs-arqConciliacao <> 0 then
               move 250                                        to ws-msn-erro-ofsset
               move ws-fs-arqConciliacao                       to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqConciliacaoOrg. "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform apura-intercambio-mensal
           perform gera-arquivo-intercambio
           perform regrava-log-transmissao

           .
       processa-intercambio-orgao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Log de Transmissão (arqLogTransmissao.txt) - Sem Ele, Nenhum Mes Foi Enviado Ainda
      *>------------------------------------------------------------------------
       carrega-log-transmissao section.

           move 0 to ws-qtd-log-transmissao

           open input arqLogTransmissao
           if  ws-fs-arqLogTransmissao <> 0
           and ws-fs-arqLogTransmissao <> 35 then
               move 241                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogTransmissao                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogTransmissao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqLogTransmissao <> 35 then
               perform until ws-fs-arqLogTransmissao = 10
                   read arqLogTransmissao
                   if  ws-fs-arqLogTransmissao <> 0
                   and ws-fs-arqLogTransmissao <> 10 then
                       move 242                                    to ws-msn-erro-ofsset
                       move ws-fs-arqLogTransmissao                to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqLogTransmissao "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqLogTransmissao = 0 then
                       if  ws-qtd-log-transmissao >= 3000 then
                           move 244                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Log de Transmissao Alem do Limite "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-log-transmissao
                       move fd-ltr-estacao          to ws-ltr-estacao(ws-qtd-log-transmissao)
                       move fd-ltr-ano-mes          to ws-ltr-ano-mes(ws-qtd-log-transmissao)
                       move fd-ltr-media            to ws-ltr-media(ws-qtd-log-transmissao)
                       move fd-ltr-min              to ws-ltr-min(ws-qtd-log-transmissao)
                       move fd-ltr-max              to ws-ltr-max(ws-qtd-log-transmissao)
                       move fd-ltr-dias-validos     to ws-ltr-dias-validos(ws-qtd-log-transmissao)
                       move fd-ltr-dias-estimados   to ws-ltr-dias-estimados(ws-qtd-log-transmissao)
                       move fd-ltr-lote             to ws-ltr-lote(ws-qtd-log-transmissao)
                       move fd-ltr-situacao         to ws-ltr-situacao(ws-qtd-log-transmissao)
                       move fd-ltr-motivo           to ws-ltr-motivo(ws-qtd-log-transmissao)
                   end-if
               end-perform

               close arqLogTransmissao
               if  ws-fs-arqLogTransmissao <> 0 then
                   move 243                                        to ws-msn-erro-ofsset
                   move ws-fs-arqLogTransmissao                    to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqLogTransmissao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-log-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conciliação do Retorno do Orgão (arqRetornoOrgao.txt) - Cada Linha Casa com o Log Pela
      *>  Estação, Mes e Lote; Retorno de um Lote Que Não é o Ultimo Enviado Daquele Mes (ou de Mes
      *>  Nunca Enviado) Sai no Relatorio Como Retorno Sem Envio. O Arquivo é Esvaziado no Fim
      *>------------------------------------------------------------------------
       concilia-retorno-orgao section.

           open input arqRetornoOrgao
           if  ws-fs-arqRetornoOrgao <> 0
           and ws-fs-arqRetornoOrgao <> 35 then
               move 236                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetornoOrgao                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqRetornoOrgao "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqRetornoOrgao = 35 then
               display "Retorno do Orgao Nao Encontrado - Conciliacao So das Pendencias"
           else
               perform until ws-fs-arqRetornoOrgao = 10
                   read arqRetornoOrgao
                   if  ws-fs-arqRetornoOrgao <> 0
                   and ws-fs-arqRetornoOrgao <> 10 then
                       move 237                                    to ws-msn-erro-ofsset
                       move ws-fs-arqRetornoOrgao                  to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqRetornoOrgao "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqRetornoOrgao = 0 then
                       move 0 to ws-ind-ltr-achado
                       perform varying ws-ind-ltr from 1 by 1 until ws-ind-ltr > ws-qtd-log-transmissao
                           if  ws-ltr-estacao(ws-ind-ltr) = fd-ret-estacao
                           and ws-ltr-ano-mes(ws-ind-ltr) = fd-ret-ano-mes
                           and ws-ltr-lote(ws-ind-ltr)    = fd-ret-lote then
                               move ws-ind-ltr          to ws-ind-ltr-achado
                           end-if
                       end-perform

                       if  ws-ind-ltr-achado = 0
                       or (fd-ret-situacao <> "A" and fd-ret-situacao <> "R") then
                           move fd-ret-estacao             to ws-conc-estacao
                           move fd-ret-ano-mes             to ws-conc-ano-mes
                           move fd-ret-lote                to ws-conc-lote
                           move "Retorno Sem Envio"        to ws-conc-situacao
                           move fd-ret-motivo              to ws-conc-motivo
                           write fd-conciliacao-linha from ws-conc-linha
                           add 1 to ws-cont-retornos-sem-envio
                       else
                           move fd-ret-situacao     to ws-ltr-situacao(ws-ind-ltr-achado)
                           if  fd-ret-situacao = "R" then
                               move fd-ret-motivo   to ws-ltr-motivo(ws-ind-ltr-achado)
                           else
                               move spaces          to ws-ltr-motivo(ws-ind-ltr-achado)
                           end-if
                       end-if
                   end-if
               end-perform

               close arqRetornoOrgao
               if  ws-fs-arqRetornoOrgao <> 0 then
                   move 238                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetornoOrgao                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqRetornoOrgao "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       Esvaziar o Retorno Ja Conciliado - o Log Guarda o Resultado
               open output arqRetornoOrgao
               if  ws-fs-arqRetornoOrgao <> 0 then
                   move 239                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetornoOrgao                      to ws-msn-erro-cod
                   move "Erro ao Esvaziar Arq. arqRetornoOrgao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               close arqRetornoOrgao
               if  ws-fs-arqRetornoOrgao <> 0 then
                   move 240                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetornoOrgao                      to ws-msn-erro-cod
                   move "Erro ao Fechar Retorno Esvaziado "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       concilia-retorno-orgao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apuração Por Estação/Mes Fechado das Leituras da Tabela e Decisão do Envio Contra o Log -
      *>  Mes Fora do Log Vai Como Novo; Mes no Log com Algum Valor Diferente Vai Como Correção
      *>------------------------------------------------------------------------
       apura-intercambio-mensal section.

           move 0 to ws-qtd-itc

           perform varying ws-ind-estacao from 1 by 1 until ws-ind-estacao > ws-qtd-estacoes
               perform varying ws-ind-temp from 1 by 1
                         until ws-ind-temp > ws-estacao-qtd-temp(ws-ind-estacao)
                   compute ws-itc-busca-ano-mes = ws-temp-data(ws-ind-estacao, ws-ind-temp) / 100
                   if  ws-itc-busca-ano-mes > 0
                   and ws-itc-busca-ano-mes < ws-itc-ano-mes-corrente then
                       move 0 to ws-ind-itc-achado
                       perform varying ws-ind-itc from 1 by 1 until ws-ind-itc > ws-qtd-itc
                           if  ws-itc-estacao(ws-ind-itc) = ws-estacao-cod(ws-ind-estacao)
                           and ws-itc-ano-mes(ws-ind-itc) = ws-itc-busca-ano-mes then
                               move ws-ind-itc          to ws-ind-itc-achado
                           end-if
                       end-perform

                       if  ws-ind-itc-achado = 0 then
                           if  ws-qtd-itc >= 700 then
                               move 251                                     to ws-msn-erro-ofsset
                               move 0                                       to ws-msn-erro-cod
                               move "Intercambio com Mais de 700 Meses "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-itc
                           move ws-qtd-itc                      to ws-ind-itc-achado
                           move ws-estacao-cod(ws-ind-estacao)  to ws-itc-estacao(ws-ind-itc-achado)
                           move ws-itc-busca-ano-mes            to ws-itc-ano-mes(ws-ind-itc-achado)
                           move 0                               to ws-itc-soma(ws-ind-itc-achado)
                           move 0                               to ws-itc-qtd(ws-ind-itc-achado)
                           move 0                               to ws-itc-dias-validos(ws-ind-itc-achado)
                           move 0                               to ws-itc-dias-estimados(ws-ind-itc-achado)
                           move ws-temp-valor(ws-ind-estacao, ws-ind-temp)
                                                                to ws-itc-min(ws-ind-itc-achado)
                           move ws-temp-valor(ws-ind-estacao, ws-ind-temp)
                                                                to ws-itc-max(ws-ind-itc-achado)
                       end-if

                       add ws-temp-valor(ws-ind-estacao, ws-ind-temp) to ws-itc-soma(ws-ind-itc-achado)
                       add 1 to ws-itc-qtd(ws-ind-itc-achado)
                       if  ws-temp-origem(ws-ind-estacao, ws-ind-temp) = "E" then
                           add 1 to ws-itc-dias-estimados(ws-ind-itc-achado)
                       else
                           add 1 to ws-itc-dias-validos(ws-ind-itc-achado)
                       end-if
                       if  ws-temp-valor(ws-ind-estacao, ws-ind-temp) < ws-itc-min(ws-ind-itc-achado) then
                           move ws-temp-valor(ws-ind-estacao, ws-ind-temp) to ws-itc-min(ws-ind-itc-achado)
                       end-if
                       if  ws-temp-valor(ws-ind-estacao, ws-ind-temp) > ws-itc-max(ws-ind-itc-achado) then
                           move ws-temp-valor(ws-ind-estacao, ws-ind-temp) to ws-itc-max(ws-ind-itc-achado)
                       end-if
                   end-if
               end-perform
           end-perform

           perform varying ws-ind-itc from 1 by 1 until ws-ind-itc > ws-qtd-itc
               compute ws-itc-media(ws-ind-itc) rounded = ws-itc-soma(ws-ind-itc) / ws-itc-qtd(ws-ind-itc)

               move 0 to ws-ind-ltr-achado
               perform varying ws-ind-ltr from 1 by 1 until ws-ind-ltr > ws-qtd-log-transmissao
                   if  ws-ltr-estacao(ws-ind-ltr) = ws-itc-estacao(ws-ind-itc)
                   and ws-ltr-ano-mes(ws-ind-ltr) = ws-itc-ano-mes(ws-ind-itc) then
                       move ws-ind-ltr              to ws-ind-ltr-achado
                   end-if
               end-perform

               if  ws-ind-ltr-achado = 0 then
                   move "N" to ws-itc-envio(ws-ind-itc)
               else
                   if  ws-ltr-media(ws-ind-ltr-achado)          = ws-itc-media(ws-ind-itc)
                   and ws-ltr-min(ws-ind-ltr-achado)            = ws-itc-min(ws-ind-itc)
                   and ws-ltr-max(ws-ind-ltr-achado)            = ws-itc-max(ws-ind-itc)
                   and ws-ltr-dias-validos(ws-ind-ltr-achado)   = ws-itc-dias-validos(ws-ind-itc)
                   and ws-ltr-dias-estimados(ws-ind-ltr-achado) = ws-itc-dias-estimados(ws-ind-itc) then
                       move space to ws-itc-envio(ws-ind-itc)
                   else
                       move "C"   to ws-itc-envio(ws-ind-itc)
                   end-if
               end-if
           end-perform

           .
       apura-intercambio-mensal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Geração do Lote de Intercambio em Arquivo Proprio (arqIntercambioOrgao-<lote>.txt, com
      *>  Cabeçalho e Trailer) - Sem Mes a Enviar Não Ha Lote: Nenhum Arquivo é Criado e Nenhum Mes
      *>  Muda no Log; Cada Mes Enviado Fica no Log com os Valores, o Lote e a Situação "E" Ate o Retorno
      *>------------------------------------------------------------------------
       gera-arquivo-intercambio section.

           move 0 to ws-itc-qtd-detalhes
           perform varying ws-ind-itc from 1 by 1 until ws-ind-itc > ws-qtd-itc
               if  ws-itc-envio(ws-ind-itc) <> space then
                   add 1 to ws-itc-qtd-detalhes
               end-if
           end-perform

           if  ws-itc-qtd-detalhes = 0 then
               display "Intercambio com o Orgao: Nenhum Mes a Enviar - Lote Nao Gerado"
           else
               perform grava-lote-intercambio
           end-if

           .
       gera-arquivo-intercambio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravação do Arquivo do Lote ws-itc-lote-num com os Meses Marcados Para Envio
      *>------------------------------------------------------------------------
       grava-lote-intercambio section.

           move spaces to ws-nome-arq-intercambio
           string "arqIntercambioOrgao-"  delimited by size
                  ws-itc-lote-num         delimited by size
                  ".txt"                  delimited by size
                  into ws-nome-arq-intercambio

           open output arqIntercambioOrgao
           if  ws-fs-arqIntercambio <> 0 then
               move 247                                        to ws-msn-erro-ofsset
               move ws-fs-arqIntercambio                       to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqIntercambioOrgao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-itc-lote-num to ws-itch-lote
           write fd-intercambio from ws-itc-cabecalho

           move 0 to ws-itc-qtd-detalhes
           move 0 to ws-itc-total-dias-validos

           perform varying ws-ind-itc from 1 by 1 until ws-ind-itc > ws-qtd-itc
               if  ws-itc-envio(ws-ind-itc) <> space then
                   move ws-itc-estacao(ws-ind-itc)          to ws-itcd-estacao
                   move ws-itc-ano-mes(ws-ind-itc)          to ws-itcd-ano-mes
                   move ws-itc-media(ws-ind-itc)            to ws-itcd-media
                   move ws-itc-min(ws-ind-itc)              to ws-itcd-min
                   move ws-itc-max(ws-ind-itc)              to ws-itcd-max
                   move ws-itc-dias-validos(ws-ind-itc)     to ws-itcd-dias-validos
                   move ws-itc-dias-estimados(ws-ind-itc)   to ws-itcd-dias-estimados
                   move ws-itc-envio(ws-ind-itc)            to ws-itcd-indicador
                   write fd-intercambio from ws-itc-detalhe

                   add 1                                    to ws-itc-qtd-detalhes
                   add ws-itc-dias-validos(ws-ind-itc)      to ws-itc-total-dias-validos
                   add 1                                    to ws-cont-meses-enviados

      *>           Atualizar (ou Criar) a Linha do Mes no Log
                   move 0 to ws-ind-ltr-achado
                   perform varying ws-ind-ltr from 1 by 1 until ws-ind-ltr > ws-qtd-log-transmissao
                       if  ws-ltr-estacao(ws-ind-ltr) = ws-itc-estacao(ws-ind-itc)
                       and ws-ltr-ano-mes(ws-ind-ltr) = ws-itc-ano-mes(ws-ind-itc) then
                           move ws-ind-ltr          to ws-ind-ltr-achado
                       end-if
                   end-perform

                   if  ws-ind-ltr-achado = 0 then
                       if  ws-qtd-log-transmissao >= 3000 then
                           move 244                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Log de Transmissao Alem do Limite "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-log-transmissao
                       move ws-qtd-log-transmissao          to ws-ind-ltr-achado
                       move ws-itc-estacao(ws-ind-itc)      to ws-ltr-estacao(ws-ind-ltr-achado)
                       move ws-itc-ano-mes(ws-ind-itc)      to ws-ltr-ano-mes(ws-ind-ltr-achado)
                   end-if

                   move ws-itc-media(ws-ind-itc)            to ws-ltr-media(ws-ind-ltr-achado)
                   move ws-itc-min(ws-ind-itc)              to ws-ltr-min(ws-ind-ltr-achado)
                   move ws-itc-max(ws-ind-itc)              to ws-ltr-max(ws-ind-ltr-achado)
                   move ws-itc-dias-validos(ws-ind-itc)     to ws-ltr-dias-validos(ws-ind-ltr-achado)
                   move ws-itc-dias-estimados(ws-ind-itc)   to ws-ltr-dias-estimados(ws-ind-ltr-achado)
                   move ws-itc-lote-num                     to ws-ltr-lote(ws-ind-ltr-achado)
                   move "E"                                 to ws-ltr-situacao(ws-ind-ltr-achado)
                   move spaces                              to ws-ltr-motivo(ws-ind-ltr-achado)
               end-if
           end-perform

           move ws-itc-lote-num              to ws-itct-lote
           move ws-itc-qtd-detalhes          to ws-itct-qtd-detalhes
           move ws-itc-total-dias-validos    to ws-itct-total-dias-validos
           write fd-intercambio from ws-itc-trailer

           close arqIntercambioOrgao
           if  ws-fs-arqIntercambio <> 0 then
               move 248                                        to ws-msn-erro-ofsset
               move ws-fs-arqIntercambio                       to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqIntercambioOrg. "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Intercambio com o Orgao: " ws-itc-qtd-detalhes " Meses no Lote "
                   ws-nome-arq-intercambio

           .
       grava-lote-intercambio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação do Log de Transmissão a Partir da Tabela em Memoria
      *>------------------------------------------------------------------------
       regrava-log-transmissao section.

           open output arqLogTransmissao
           if  ws-fs-arqLogTransmissao <> 0 then
               move 245                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogTransmissao                    to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqLogTransmissao"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ltr from 1 by 1 until ws-ind-ltr > ws-qtd-log-transmissao
               move ws-ltr-estacao(ws-ind-ltr)          to fd-ltr-estacao
               move ws-ltr-ano-mes(ws-ind-ltr)          to fd-ltr-ano-mes
               move ws-ltr-media(ws-ind-ltr)            to fd-ltr-media
               move ws-ltr-min(ws-ind-ltr)              to fd-ltr-min
               move ws-ltr-max(ws-ind-ltr)              to fd-ltr-max
               move ws-ltr-dias-validos(ws-ind-ltr)     to fd-ltr-dias-validos
               move ws-ltr-dias-estimados(ws-ind-ltr)   to fd-ltr-dias-estimados
               move ws-ltr-lote(ws-ind-ltr)             to fd-ltr-lote
               move ws-ltr-situacao(ws-ind-ltr)         to fd-ltr-situacao
               move ws-ltr-motivo(ws-ind-ltr)           to fd-ltr-motivo
               write fd-log-transmissao
           end-perform

           close arqLogTransmissao
           if  ws-fs-arqLogTransmissao <> 0 then
               move 246                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogTransmissao                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogTransmissao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-log-transmissao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Cadastro de Operadores (arqOperadores.txt) - Sem o Arquivo Nenhum Operador é
      *>  Reconhecido e a Sessão Interativa Fica Fechada
      *>------------------------------------------------------------------------
       carrega-operadores section.

           move 0 to ws-qtd-operadores

           open input arqOperadores
           if  ws-fs-arqOperadores <> 0
           and ws-fs-arqOperadores <> 35 then
               move 252                                        to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                        to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqOperadores "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqOperadores = 35 then
               display "Cadastro de Operadores Nao Encontrado - Nenhum Operador Sera Aceito"
           else
               perform until ws-fs-arqOperadores = 10
                   read arqOperadores
                   if  ws-fs-arqOperadores <> 0
                   and ws-fs-arqOperadores <> 10 then
                       move 253                                    to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqOperadores "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqOperadores = 0 then
                       if  ws-qtd-operadores >= 100 then
                           move 255                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Cadastro com Mais de 100 Operadores "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1                                to ws-qtd-operadores
                       move fd-opr-id                       to ws-opr-id(ws-qtd-operadores)
                       move fd-opr-nome                     to ws-opr-nome(ws-qtd-operadores)
                       move fd-opr-perfil                   to ws-opr-perfil(ws-qtd-operadores)
                       move fd-opr-ativo                    to ws-opr-ativo(ws-qtd-operadores)
                   end-if
               end-perform

               close arqOperadores
               if  ws-fs-arqOperadores <> 0 then
                   move 254                                        to ws-msn-erro-ofsset
                   move ws-fs-arqOperadores                        to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqOperadores "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia do Operador Digitado (ws-operador) no Cadastro - Precisa Constar e Estar
      *>  Ativo ("S"); a Recusa Vai Para o Log de Segurança com o Motivo
      *>------------------------------------------------------------------------
       autentica-operador section.

           move "N"   to ws-sw-operador-autorizado
           move space to ws-perfil-operador

           move 0 to ws-ind-opr-achado
           perform varying ws-ind-opr from 1 by 1 until ws-ind-opr > ws-qtd-operadores
               if  ws-opr-id(ws-ind-opr) = ws-operador then
                   move ws-ind-opr                  to ws-ind-opr-achado
               end-if
           end-perform

           if  ws-operador = spaces
           or  ws-ind-opr-achado = 0 then
               move "LOGIN"                     to ws-seg-tipo
               move space                       to ws-seg-opcao
               move "Operador Desconhecido"     to ws-seg-motivo
               perform grava-log-seguranca
               display "Operador Nao Cadastrado"
           else
               if  ws-opr-ativo(ws-ind-opr-achado) <> "S" then
                   move "LOGIN"                 to ws-seg-tipo
                   move space                   to ws-seg-opcao
                   move "Operador Inativo"      to ws-seg-motivo
                   perform grava-log-seguranca
                   display "Operador Inativo"
               else
                   move "S"                                 to ws-sw-operador-autorizado
                   move ws-opr-perfil(ws-ind-opr-achado)    to ws-perfil-operador
                   display "Operador: " ws-opr-nome(ws-ind-opr-achado)
               end-if
           end-if

           .
       autentica-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Permissão da Opção do Menu (ws-opcao) Para o Perfil do Operador - Consultas (T, E, H e
      *>  Sair) Para Todos; Correção e Quarentena (C, Q) Para Analista e Supervisor; Restauração,
      *>  Fechamento de Ano e Manutenção de Estações (R, A, M) Só Para Supervisor
      *>------------------------------------------------------------------------
       verifica-permissao-opcao section.

           move "S" to ws-sw-opcao-permitida

           evaluate ws-opcao
               when "C"
               when "c"
               when "Q"
               when "q"
                   if  ws-perfil-operador <> "A"
                   and ws-perfil-operador <> "S" then
                       move "N" to ws-sw-opcao-permitida
                   end-if

               when "R"
               when "r"
               when "A"
               when "a"
               when "M"
               when "m"
                   if  ws-perfil-operador <> "S" then
                       move "N" to ws-sw-opcao-permitida
                   end-if

               when other
                   continue
           end-evaluate

           if  not ws-opcao-permitida then
               move "OPCAO"                         to ws-seg-tipo
               move ws-opcao                        to ws-seg-opcao
               move "Perfil Sem Permissao"          to ws-seg-motivo
               perform grava-log-seguranca
               display "Opcao Nao Permitida Para o Perfil do Operador"
           end-if

           .
       verifica-permissao-opcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anexação de Uma Linha no Log de Segurança (Tipo, Opção e Motivo Ja Preenchidos)
      *>------------------------------------------------------------------------
       grava-log-seguranca section.

           add 1 to ws-cont-acessos-recusados

           accept ws-data-execucao from date yyyymmdd
           accept ws-hora-execucao from time
           move ws-data-execucao            to ws-seg-data
           move ws-hora-execucao            to ws-seg-hora
           move ws-operador                 to ws-seg-operador

           open extend arqLogSeguranca
           if  ws-fs-arqLogSeguranca = 35 then
               open output arqLogSeguranca
           end-if
           if  ws-fs-arqLogSeguranca <> 0
           and ws-fs-arqLogSeguranca <> 35 then
               move 256                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogSeguranca                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqLogSeguranca "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-seguranca-linha from ws-seguranca-linha

           close arqLogSeguranca
           if  ws-fs-arqLogSeguranca <> 0 then
               move 257                                        to ws-msn-erro-ofsset
               move ws-fs-arqLogSeguranca                      to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqLogSeguranca "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       grava-log-seguranca-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alerta da Reconciliação Para a Caixa de Notificações - ws-cnd-tipo Ja Preenchido; o Texto
      *>  é o do Proprio Alerta e a Condição Fica em Curso Enquanto o Alerta Continuar Aparecendo
      *>------------------------------------------------------------------------
       registra-alerta-reconciliacao section.

           move ws-alerta-dia                   to ws-cnd-dia-ini
           move ws-alerta-dia                   to ws-cnd-dia-fim
           move "S"                             to ws-cnd-andamento
           move ws-alerta-text                  to ws-cnd-texto
           perform registra-notificacao

           .
       registra-alerta-reconciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusão da Ocorrencia em ws-ntf-candidato (Estação em ws-ind-estacao) na Tabela de Notificações -
      *>  o Ano Vem da Primeira Leitura Datada da Estação (Sem Nenhuma, do Dia da Execução) e as Datas
      *>  de Inicio e Fim das Leituras dos Proprios Dias, Quando Existem
      *>------------------------------------------------------------------------
       registra-notificacao section.

           if  ws-qtd-ntf >= 1000 then
               move 258                                         to ws-msn-erro-ofsset
               move 0                                           to ws-msn-erro-cod
               move "Tabela de Notificacoes Cheia "             to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-ntf
           move ws-cnd-tipo                      to ws-ntf-tipo(ws-qtd-ntf)
           move ws-estacao-cod(ws-ind-estacao)   to ws-ntf-estacao(ws-qtd-ntf)
           move ws-cnd-dia-ini                   to ws-ntf-dia-ini(ws-qtd-ntf)
           move ws-cnd-dia-fim                   to ws-ntf-dia-fim(ws-qtd-ntf)
           move ws-cnd-andamento                 to ws-ntf-andamento(ws-qtd-ntf)
           move ws-cnd-texto                     to ws-ntf-texto(ws-qtd-ntf)
           move 0                                to ws-ntf-ano(ws-qtd-ntf)
           move 0                                to ws-ntf-data-ini(ws-qtd-ntf)
           move 0                                to ws-ntf-data-fim(ws-qtd-ntf)

           evaluate ws-cnd-tipo
               when "CALOR"
               when "FRIO"
                   move "C"                      to ws-ntf-severidade(ws-qtd-ntf)
               when "DESVIO"
               when "TRAVA"
               when "CONFIA"
                   move "A"                      to ws-ntf-severidade(ws-qtd-ntf)
               when other
                   move "I"                      to ws-ntf-severidade(ws-qtd-ntf)
           end-evaluate

           perform varying ws-ind-temp-ntf from 1 by 1
                     until ws-ind-temp-ntf > ws-estacao-qtd-temp(ws-ind-estacao)
               if  ws-temp-data(ws-ind-estacao, ws-ind-temp-ntf) > 0 then
                   if  ws-ntf-ano(ws-qtd-ntf) = 0 then
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp-ntf) to ws-ntf-data-aux
                       move ws-ntf-data-aux-ano                          to ws-ntf-ano(ws-qtd-ntf)
                   end-if
                   if  ws-temp-dia(ws-ind-estacao, ws-ind-temp-ntf) = ws-cnd-dia-ini then
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp-ntf) to ws-ntf-data-ini(ws-qtd-ntf)
                   end-if
                   if  ws-temp-dia(ws-ind-estacao, ws-ind-temp-ntf) = ws-cnd-dia-fim then
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp-ntf) to ws-ntf-data-fim(ws-qtd-ntf)
                   end-if
               end-if
           end-perform

           if  ws-ntf-ano(ws-qtd-ntf) = 0 then
               accept ws-data-execucao from date yyyymmdd
               move ws-data-execucao             to ws-ntf-data-aux
               move ws-ntf-data-aux-ano          to ws-ntf-ano(ws-qtd-ntf)
           end-if

           .
       registra-notificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Caixa de Notificações (arqCaixaNotificacoes.txt) - Cada Ocorrencia Desta Execução é Confrontada
      *>  com o Registro de Alertas Enviados: a Nova Gera o Aviso, a Que Continua em Curso Não Gera Nada,
      *>  e a Que Terminou (ou Deixou de Aparecer) Gera o Aviso de Encerramento. Sem Cadastro de Assinantes
      *>  Não Ha Para Quem Enviar e o Registro Fica Como Esta
      *>------------------------------------------------------------------------
       gera-caixa-notificacoes section.

           perform carrega-assinantes

           if  ws-qtd-assinantes = 0 then
               display "Sem Cadastro de Assinantes - Caixa de Notificacoes Nao Gerada"
           else
               perform carrega-alertas-enviados

               accept ws-data-execucao from date yyyymmdd
               accept ws-hora-execucao from time

               open extend arqCaixaNotificacoes
               if  ws-fs-arqCaixaNotificacoes = 35 then
                   open output arqCaixaNotificacoes
               end-if
               if  ws-fs-arqCaixaNotificacoes <> 0
               and ws-fs-arqCaixaNotificacoes <> 35 then
                   move 267                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCaixaNotificacoes                 to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqCaixaNotificacoes"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-ntf from 1 by 1 until ws-ind-ntf > ws-qtd-ntf
                   perform confronta-notificacao
               end-perform

      *>       Ativos Que Não Voltaram Nesta Execução - a Condição Deixou de Existir
               perform varying ws-ind-env from 1 by 1 until ws-ind-env > ws-qtd-enviados
                   if  ws-env-visto(ws-ind-env) = "N" then
                       perform encerra-alerta-ausente
                   end-if
               end-perform

               close arqCaixaNotificacoes
               if  ws-fs-arqCaixaNotificacoes <> 0 then
                   move 268                                        to ws-msn-erro-ofsset
                   move ws-fs-arqCaixaNotificacoes                 to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqCaixaNotificacoes" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform regrava-alertas-enviados

               display "Caixa de Notificacoes: " ws-cont-ntf-novas " Novas, "
                       ws-cont-ntf-encerradas " Encerradas"
           end-if

           .
       gera-caixa-notificacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Cadastro de Assinantes (arqAssinantesAlertas.txt) - Opcional
      *>------------------------------------------------------------------------
       carrega-assinantes section.

           move 0 to ws-qtd-assinantes

           open input arqAssinantesAlertas
           if  ws-fs-arqAssinantes <> 0
           and ws-fs-arqAssinantes <> 35 then
               move 259                                        to ws-msn-erro-ofsset
               move ws-fs-arqAssinantes                        to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAssinantesAlertas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqAssinantes <> 35 then
               perform until ws-fs-arqAssinantes = 10
                   read arqAssinantesAlertas
                   if  ws-fs-arqAssinantes <> 0
                   and ws-fs-arqAssinantes <> 10 then
                       move 260                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAssinantes                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAssinantesAlertas"  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAssinantes = 0 then
                       if  ws-qtd-assinantes >= 200 then
                           move 262                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Cadastro de Assinantes Alem do Limite "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-assinantes
                       move fd-ass-tipo             to ws-ass-tipo(ws-qtd-assinantes)
                       move fd-ass-estacao          to ws-ass-estacao(ws-qtd-assinantes)
                       move fd-ass-canal            to ws-ass-canal(ws-qtd-assinantes)
                       move fd-ass-destino          to ws-ass-destino(ws-qtd-assinantes)
                   end-if
               end-perform

               close arqAssinantesAlertas
               if  ws-fs-arqAssinantes <> 0 then
                   move 261                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAssinantes                        to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqAssinantesAlert."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-assinantes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Registro de Alertas Enviados (arqAlertasEnviados.txt) - Sem Ele, Nada Foi Enviado Ainda
      *>------------------------------------------------------------------------
       carrega-alertas-enviados section.

           move 0 to ws-qtd-enviados

           open input arqAlertasEnviados
           if  ws-fs-arqAlertasEnviados <> 0
           and ws-fs-arqAlertasEnviados <> 35 then
               move 263                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlertasEnviados                   to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqAlertasEnviados "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqAlertasEnviados <> 35 then
               perform until ws-fs-arqAlertasEnviados = 10
                   read arqAlertasEnviados
                   if  ws-fs-arqAlertasEnviados <> 0
                   and ws-fs-arqAlertasEnviados <> 10 then
                       move 264                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAlertasEnviados               to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqAlertasEnviados " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAlertasEnviados = 0 then
                       if  ws-qtd-enviados >= 2000 then
                           move 266                                         to ws-msn-erro-ofsset
                           move 0                                           to ws-msn-erro-cod
                           move "Registro de Alertas Alem do Limite "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-enviados
                       move fd-env-tipo             to ws-env-tipo(ws-qtd-enviados)
                       move fd-env-estacao          to ws-env-estacao(ws-qtd-enviados)
                       move fd-env-ano              to ws-env-ano(ws-qtd-enviados)
                       move fd-env-dia-ini          to ws-env-dia-ini(ws-qtd-enviados)
                       move fd-env-dia-fim          to ws-env-dia-fim(ws-qtd-enviados)
                       move fd-env-situacao         to ws-env-situacao(ws-qtd-enviados)
                       move fd-env-data-envio       to ws-env-data-envio(ws-qtd-enviados)
      *>               Linha Gravada Antes das Datas de Inicio e Fim - Datas Ficam Zeradas
                       if  fd-env-data-ini is numeric then
                           move fd-env-data-ini     to ws-env-data-ini(ws-qtd-enviados)
                       else
                           move 0                   to ws-env-data-ini(ws-qtd-enviados)
                       end-if
                       if  fd-env-data-fim is numeric then
                           move fd-env-data-fim     to ws-env-data-fim(ws-qtd-enviados)
                       else
                           move 0                   to ws-env-data-fim(ws-qtd-enviados)
                       end-if
                       move "N"                     to ws-env-visto(ws-qtd-enviados)
                   end-if
               end-perform

               close arqAlertasEnviados
               if  ws-fs-arqAlertasEnviados <> 0 then
                   move 265                                        to ws-msn-erro-ofsset
                   move ws-fs-arqAlertasEnviados                   to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqAlertasEnviados "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-alertas-enviados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confronto da Ocorrencia em ws-ind-ntf com o Registro - Chave: Tipo, Estação, Ano e Dia de Inicio
      *>------------------------------------------------------------------------
       confronta-notificacao section.

           move 0 to ws-ind-env-achado
           perform varying ws-ind-env from 1 by 1 until ws-ind-env > ws-qtd-enviados
               if  ws-env-tipo(ws-ind-env)    = ws-ntf-tipo(ws-ind-ntf)
               and ws-env-estacao(ws-ind-env) = ws-ntf-estacao(ws-ind-ntf)
               and ws-env-ano(ws-ind-env)     = ws-ntf-ano(ws-ind-ntf)
               and ws-env-dia-ini(ws-ind-env) = ws-ntf-dia-ini(ws-ind-ntf) then
                   move ws-ind-env              to ws-ind-env-achado
               end-if
           end-perform

           if  ws-ind-env-achado = 0 then
      *>       Ocorrencia Nova - Aviso e Inclusão no Registro (Ja Encerrada Quando Não Esta Mais em Curso)
               if  ws-qtd-enviados >= 2000 then
                   move 266                                         to ws-msn-erro-ofsset
                   move 0                                           to ws-msn-erro-cod
                   move "Registro de Alertas Alem do Limite "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ntf-severidade(ws-ind-ntf)   to fd-ntf-severidade
               move "N"                             to fd-ntf-situacao
               move ws-ntf-texto(ws-ind-ntf)        to fd-ntf-texto
               perform distribui-notificacao
               add 1 to ws-cont-ntf-novas

               add 1 to ws-qtd-enviados
               move ws-ntf-tipo(ws-ind-ntf)         to ws-env-tipo(ws-qtd-enviados)
               move ws-ntf-estacao(ws-ind-ntf)      to ws-env-estacao(ws-qtd-enviados)
               move ws-ntf-ano(ws-ind-ntf)          to ws-env-ano(ws-qtd-enviados)
               move ws-ntf-dia-ini(ws-ind-ntf)      to ws-env-dia-ini(ws-qtd-enviados)
               move ws-ntf-dia-fim(ws-ind-ntf)      to ws-env-dia-fim(ws-qtd-enviados)
               move ws-ntf-data-ini(ws-ind-ntf)     to ws-env-data-ini(ws-qtd-enviados)
               move ws-ntf-data-fim(ws-ind-ntf)     to ws-env-data-fim(ws-qtd-enviados)
               move ws-data-execucao                to ws-env-data-envio(ws-qtd-enviados)
               move "S"                             to ws-env-visto(ws-qtd-enviados)
               if  ws-ntf-andamento(ws-ind-ntf) = "S" then
                   move "A"                         to ws-env-situacao(ws-qtd-enviados)
               else
                   move "E"                         to ws-env-situacao(ws-qtd-enviados)
               end-if
           else
      *>       Ja Avisada - Só Gera o Encerramento Quando a Condição Ativa Deixou de Estar em Curso
               move "S"                             to ws-env-visto(ws-ind-env-achado)
               if  ws-env-situacao(ws-ind-env-achado) = "A" then
                   move ws-ntf-dia-fim(ws-ind-ntf)  to ws-env-dia-fim(ws-ind-env-achado)
                   move ws-ntf-data-ini(ws-ind-ntf) to ws-env-data-ini(ws-ind-env-achado)
                   move ws-ntf-data-fim(ws-ind-ntf) to ws-env-data-fim(ws-ind-env-achado)
                   if  ws-ntf-andamento(ws-ind-ntf) = "N" then
                       move "I"                     to fd-ntf-severidade
                       move "E"                     to fd-ntf-situacao
                       move spaces                  to fd-ntf-texto
                       string "Encerrado: "             delimited by size
                              ws-ntf-texto(ws-ind-ntf)  delimited by size
                              into fd-ntf-texto
                       perform distribui-notificacao
                       add 1 to ws-cont-ntf-encerradas
                       move "E"                     to ws-env-situacao(ws-ind-env-achado)
                   end-if
               end-if
           end-if

           .
       confronta-notificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrada do Registro em ws-ind-env Que Não Voltou Nesta Execução - So Conta Como Terminada
      *>  Quando a Varredura do Tipo Rodou (Sem Parametros de Eventos ou Sem Lista de Vizinhos a Entrada
      *>  Fica Como Esta); a Ativa Gera o Aviso de Encerramento e Todas Saem do Registro
      *>------------------------------------------------------------------------
       encerra-alerta-ausente section.

           evaluate ws-env-tipo(ws-ind-env)
               when "CALOR"
               when "FRIO"
                   if  ws-qtd-parametros > 0 then
                       move "S"                     to ws-sw-fonte-apurada
                   else
                       move "N"                     to ws-sw-fonte-apurada
                   end-if
               when "DESVIO"
               when "TRAVA"
                   if  ws-qtd-vizinhos > 0 then
                       move "S"                     to ws-sw-fonte-apurada
                   else
                       move "N"                     to ws-sw-fonte-apurada
                   end-if
               when other
                   move "S"                         to ws-sw-fonte-apurada
           end-evaluate

           if  ws-fonte-apurada then
               if  ws-env-situacao(ws-ind-env) = "A" then
                   move ws-ind-env                  to ws-ind-env-achado
                   move "I"                         to fd-ntf-severidade
                   move "E"                         to fd-ntf-situacao
                   move "Encerrado: Condicao Nao Detectada na Carga" to fd-ntf-texto
                   perform distribui-notificacao
                   add 1 to ws-cont-ntf-encerradas
               end-if
               move "X"                             to ws-env-situacao(ws-ind-env)
           end-if

           .
       encerra-alerta-ausente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravação da Notificação Para Cada Assinante do Tipo e da Estação - Severidade, Situação e
      *>  Texto Ja em fd-notificacao; Demais Campos da Entrada do Registro em ws-ind-env-achado (Aviso de
      *>  Encerramento) ou da Ocorrencia em ws-ind-ntf (Aviso Novo)
      *>------------------------------------------------------------------------
       distribui-notificacao section.

           move ws-data-execucao                    to fd-ntf-data-geracao
           move ws-hora-execucao                    to fd-ntf-hora-geracao

           if  fd-ntf-situacao = "N" then
               move ws-ntf-tipo(ws-ind-ntf)         to fd-ntf-tipo
               move ws-ntf-estacao(ws-ind-ntf)      to fd-ntf-estacao
               move ws-ntf-dia-ini(ws-ind-ntf)      to fd-ntf-dia-ini
               move ws-ntf-dia-fim(ws-ind-ntf)      to fd-ntf-dia-fim
               move ws-ntf-data-ini(ws-ind-ntf)     to fd-ntf-data-ini
               move ws-ntf-data-fim(ws-ind-ntf)     to fd-ntf-data-fim
           else
               move ws-env-tipo(ws-ind-env-achado)     to fd-ntf-tipo
               move ws-env-estacao(ws-ind-env-achado)  to fd-ntf-estacao
               move ws-env-dia-ini(ws-ind-env-achado)  to fd-ntf-dia-ini
               move ws-env-dia-fim(ws-ind-env-achado)  to fd-ntf-dia-fim
               move ws-env-data-ini(ws-ind-env-achado) to fd-ntf-data-ini
               move ws-env-data-fim(ws-ind-env-achado) to fd-ntf-data-fim
           end-if

           move 0 to ws-qtd-destinos
           perform varying ws-ind-ass from 1 by 1 until ws-ind-ass > ws-qtd-assinantes
               if  (ws-ass-tipo(ws-ind-ass) = "*" or ws-ass-tipo(ws-ind-ass) = fd-ntf-tipo)
               and (ws-ass-estacao(ws-ind-ass) = "*" or ws-ass-estacao(ws-ind-ass) = fd-ntf-estacao) then
                   move ws-ass-canal(ws-ind-ass)    to fd-ntf-canal
                   move ws-ass-destino(ws-ind-ass)  to fd-ntf-destino
                   write fd-notificacao
                   add 1 to ws-qtd-destinos
               end-if
           end-perform

           if  ws-qtd-destinos = 0 then
               add 1 to ws-cont-ntf-sem-assinante
           end-if

           .
       distribui-notificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação do Registro de Alertas Enviados - Entradas com Situação "X" Ficam de Fora
      *>------------------------------------------------------------------------
       regrava-alertas-enviados section.

           open output arqAlertasEnviados
           if  ws-fs-arqAlertasEnviados <> 0 then
               move 269                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlertasEnviados                   to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqAlertasEnviad."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-env from 1 by 1 until ws-ind-env > ws-qtd-enviados
               if  ws-env-situacao(ws-ind-env) <> "X" then
                   move ws-env-tipo(ws-ind-env)         to fd-env-tipo
                   move ws-env-estacao(ws-ind-env)      to fd-env-estacao
                   move ws-env-ano(ws-ind-env)          to fd-env-ano
                   move ws-env-dia-ini(ws-ind-env)      to fd-env-dia-ini
                   move ws-env-dia-fim(ws-ind-env)      to fd-env-dia-fim
                   move ws-env-situacao(ws-ind-env)     to fd-env-situacao
                   move ws-env-data-envio(ws-ind-env)   to fd-env-data-envio
                   move ws-env-data-ini(ws-ind-env)     to fd-env-data-ini
                   move ws-env-data-fim(ws-ind-env)     to fd-env-data-fim
                   write fd-alerta-enviado
               end-if
           end-perform

           close arqAlertasEnviados
           if  ws-fs-arqAlertasEnviados <> 0 then
               move 270                                        to ws-msn-erro-ofsset
               move ws-fs-arqAlertasEnviados                   to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqAlertasEnviados "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-alertas-enviados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Expurgo Por Retenção - Para Cada Arquivo dos Parametros (arqParametrosRetencao.txt), as Linhas
      *>  Mais Velhas Que os Anos de Retenção Vão Para o Arquivo Morto do Dia e Saem do Arquivo em Linha;
      *>  a Quarentena Pendente (Sem Disposição) Nunca Sai. Cada Arquivo Tem a Sua Linha no Relatorio de
      *>  Controle (arqControleRetencao.txt) com Lidos, Mantidos e Arquivados
      *>------------------------------------------------------------------------
       expurga-arquivos-retencao section.

           perform carrega-parametros-retencao

           if  ws-qtd-retencao > 0 then
               perform carrega-marcas-retencao
               perform carrega-indice-arquivamento

               accept ws-data-execucao from date yyyymmdd

               open output arqControleRetencao
               if  ws-fs-arqControleRet <> 0 then
                   move 294                                        to ws-msn-erro-ofsset
                   move ws-fs-arqControleRet                       to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqControleRetencao "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move spaces to fd-ctr-linha
               string "Expurgo Por Retencao - Execucao de " delimited by size
                      ws-data-execucao                      delimited by size
                      into fd-ctr-linha
               write fd-ctr-linha

               perform varying ws-ind-ret from 1 by 1 until ws-ind-ret > ws-qtd-retencao
                   perform expurga-arquivo
               end-perform

               close arqControleRetencao
               if  ws-fs-arqControleRet <> 0 then
                   move 295                                        to ws-msn-erro-ofsset
                   move ws-fs-arqControleRet                       to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqControleRetencao"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform regrava-marcas-retencao
               perform regrava-indice-arquivamento

               display "Expurgo Por Retencao: " ws-cont-ret-arquivados " Linhas Arquivadas"
           end-if

           .
       expurga-arquivos-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga dos Parametros de Retenção - So os Arquivos Que o Expurgo Conhece; Anos Zerados Ficam de Fora
      *>------------------------------------------------------------------------
       carrega-parametros-retencao section.

           move 0 to ws-qtd-retencao

           open input arqParametrosRetencao
           if  ws-fs-arqParamRetencao <> 0
           and ws-fs-arqParamRetencao <> 35 then
               move 271                                        to ws-msn-erro-ofsset
               move ws-fs-arqParamRetencao                     to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqParametrosRetenc."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqParamRetencao <> 35 then
               perform until ws-fs-arqParamRetencao = 10
                   read arqParametrosRetencao
                   if  ws-fs-arqParamRetencao <> 0
                   and ws-fs-arqParamRetencao <> 10 then
                       move 272                                        to ws-msn-erro-ofsset
                       move ws-fs-arqParamRetencao                     to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqParametrosRetenc. "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParamRetencao = 0 then
                       if  fd-ret-arquivo = "arqAuditoriaCorrecoes.txt"
                       or  fd-ret-arquivo = "arqAuditoriaEstacoes.txt"
                       or  fd-ret-arquivo = "arqTemperaturasRejeitadas.txt"
                       or  fd-ret-arquivo = "arqColetaConflitos.txt"
                       or  fd-ret-arquivo = "arqTemperaturasResultado.csv" then
                           if  fd-ret-anos > 0
                           and ws-qtd-retencao < 10 then
                               add 1 to ws-qtd-retencao
                               move fd-ret-arquivo  to ws-ret-arquivo(ws-qtd-retencao)
                               move fd-ret-anos     to ws-ret-anos(ws-qtd-retencao)
                           end-if
                       else
                           display "Arquivo Sem Expurgo nos Parametros de Retencao: " fd-ret-arquivo
                       end-if
                   end-if
               end-perform

               close arqParametrosRetencao
               if  ws-fs-arqParamRetencao <> 0 then
                   move 273                                        to ws-msn-erro-ofsset
                   move ws-fs-arqParamRetencao                     to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqParametrosReten."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-parametros-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga das Marcas de Retenção (arqMarcasRetencao.txt) - Sem Elas, Nenhuma Linha Sem Data
      *>  Propria Tem Idade Conhecida Ainda
      *>------------------------------------------------------------------------
       carrega-marcas-retencao section.

           move 0 to ws-qtd-marcas

           open input arqMarcasRetencao
           if  ws-fs-arqMarcasRetencao <> 0
           and ws-fs-arqMarcasRetencao <> 35 then
               move 274                                        to ws-msn-erro-ofsset
               move ws-fs-arqMarcasRetencao                    to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqMarcasRetencao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqMarcasRetencao <> 35 then
               perform until ws-fs-arqMarcasRetencao = 10
                   read arqMarcasRetencao
                   if  ws-fs-arqMarcasRetencao <> 0
                   and ws-fs-arqMarcasRetencao <> 10 then
                       move 275                                        to ws-msn-erro-ofsset
                       move ws-fs-arqMarcasRetencao                    to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqMarcasRetencao "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqMarcasRetencao = 0 then
                       if  ws-qtd-marcas >= 600 then
                           move 277                                        to ws-msn-erro-ofsset
                           move 0                                          to ws-msn-erro-cod
                           move "Marcas de Retencao Alem do Limite "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-marcas
                       move fd-mrc-arquivo          to ws-mrc-arquivo(ws-qtd-marcas)
                       move fd-mrc-data             to ws-mrc-data(ws-qtd-marcas)
                       move fd-mrc-linhas           to ws-mrc-linhas(ws-qtd-marcas)
                   end-if
               end-perform

               close arqMarcasRetencao
               if  ws-fs-arqMarcasRetencao <> 0 then
                   move 276                                        to ws-msn-erro-ofsset
                   move ws-fs-arqMarcasRetencao                    to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqMarcasRetencao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-marcas-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Indice dos Arquivos Mortos (arqIndiceArquivamento.txt) - Usada Pelo Expurgo, Pela
      *>  Consulta de Historico e Pelas Declarações
      *>------------------------------------------------------------------------
       carrega-indice-arquivamento section.

           move 0 to ws-qtd-ixa

           open input arqIndiceArquivamento
           if  ws-fs-arqIndiceArquiv <> 0
           and ws-fs-arqIndiceArquiv <> 35 then
               move 278                                        to ws-msn-erro-ofsset
               move ws-fs-arqIndiceArquiv                      to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqIndiceArquivamento" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqIndiceArquiv <> 35 then
               perform until ws-fs-arqIndiceArquiv = 10
                   read arqIndiceArquivamento
                   if  ws-fs-arqIndiceArquiv <> 0
                   and ws-fs-arqIndiceArquiv <> 10 then
                       move 279                                        to ws-msn-erro-ofsset
                       move ws-fs-arqIndiceArquiv                      to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqIndiceArquivamento "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqIndiceArquiv = 0 then
                       if  ws-qtd-ixa >= 500 then
                           move 281                                        to ws-msn-erro-ofsset
                           move 0                                          to ws-msn-erro-cod
                           move "Indice de Arquivos Mortos Alem do Limite" to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-ixa
                       move fd-ixa-arquivo          to ws-ixa-arquivo(ws-qtd-ixa)
                       move fd-ixa-arquivo-morto    to ws-ixa-arquivo-morto(ws-qtd-ixa)
                       move fd-ixa-data             to ws-ixa-data(ws-qtd-ixa)
                       move fd-ixa-qtd              to ws-ixa-qtd(ws-qtd-ixa)
                   end-if
               end-perform

               close arqIndiceArquivamento
               if  ws-fs-arqIndiceArquiv <> 0 then
                   move 280                                        to ws-msn-erro-ofsset
                   move ws-fs-arqIndiceArquiv                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqIndiceArquivam. "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-indice-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Expurgo de um Arquivo (ws-ind-ret) - Linhas Que Ficam Vão Para a Copia de Trabalho, as Velhas
      *>  Para o Arquivo Morto do Dia; So Quando Alguma Foi Arquivada a Copia Volta a Ser o Arquivo em Linha.
      *>  As Trilhas de Auditoria Tem a Data de Execução na Linha; os Demais Arquivos São Datados Pelas
      *>  Marcas de Retenção (Quantas Linhas o Arquivo Tinha em Cada Expurgo Anterior)
      *>------------------------------------------------------------------------
       expurga-arquivo section.

           move ws-ret-arquivo(ws-ind-ret)          to ws-nome-arq-ret-origem

           evaluate ws-nome-arq-ret-origem
               when "arqAuditoriaCorrecoes.txt"
                   move "C"                         to ws-ret-modo
               when "arqAuditoriaEstacoes.txt"
                   move "E"                         to ws-ret-modo
               when other
                   move "M"                         to ws-ret-modo
           end-evaluate

           move ws-data-execucao                    to ws-ret-data-corte-num
           subtract ws-ret-anos(ws-ind-ret)         from ws-ret-corte-ano

           move 0 to ws-ret-lidos
           move 0 to ws-ret-mantidos
           move 0 to ws-ret-arquivados
           move 0 to ws-ret-posicao
           move 0 to ws-ret-limite-linhas

           if  ws-ret-modo = "M" then
               perform conta-linhas-retencao
               perform apura-limite-marcas
           end-if

           open input arqRetencaoOrigem
           if  ws-fs-arqRetOrigem <> 0
           and ws-fs-arqRetOrigem <> 35 then
               move 282                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
               move "Erro ao Abrir Arquivo em Expurgo "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqRetOrigem <> 35 then
               open output arqRetencaoTrabalho
               if  ws-fs-arqRetTrabalho <> 0 then
                   move 285                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetTrabalho                       to ws-msn-erro-cod
                   move "Erro ao Abrir Arq. arqRetencaoTrabalho "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-sw-morto-aberto

               perform until ws-fs-arqRetOrigem = 10
                   read arqRetencaoOrigem
                   if  ws-fs-arqRetOrigem <> 0
                   and ws-fs-arqRetOrigem <> 10 then
                       move 283                                        to ws-msn-erro-ofsset
                       move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
                       move "Erro ao Ler Arquivo em Expurgo "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqRetOrigem = 0 then
                       add 1 to ws-ret-lidos
                       add 1 to ws-ret-posicao
                       perform avalia-linha-retencao

                       if  ws-ret-arquiva-linha then
                           if  not ws-morto-aberto then
                               perform abre-arquivo-morto-expurgo
                           end-if
                           write fd-mrt-linha from fd-rto-linha
                           add 1 to ws-ret-arquivados
                       else
                           write fd-trb-linha from fd-rto-linha
                           add 1 to ws-ret-mantidos
                       end-if
                   end-if
               end-perform

               close arqRetencaoOrigem
               if  ws-fs-arqRetOrigem <> 0 then
                   move 284                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
                   move "Erro ao Fechar Arquivo em Expurgo "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqRetencaoTrabalho
               if  ws-fs-arqRetTrabalho <> 0 then
                   move 286                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetTrabalho                       to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqRetencaoTrabalho"  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-morto-aberto then
                   close arqArquivoMorto
                   if  ws-fs-arqArquivoMorto <> 0 then
                       move 288                                        to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoMorto                      to ws-msn-erro-cod
                       move "Erro ao Fechar Arquivo Morto do Expurgo " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if  ws-ret-arquivados > 0 then
                   perform devolve-copia-retencao
                   perform registra-arquivo-morto
               end-if
           end-if

           if  ws-ret-modo = "M" then
               perform atualiza-marcas-retencao
           end-if

           move ws-nome-arq-ret-origem              to ws-ctr-arquivo
           move ws-ret-lidos                        to ws-ctr-lidos
           move ws-ret-mantidos                     to ws-ctr-mantidos
           move ws-ret-arquivados                   to ws-ctr-arquivados
           if  ws-ret-lidos = ws-ret-mantidos + ws-ret-arquivados then
               move "OK"                            to ws-ctr-conferencia
           else
               move "NAO BATE"                      to ws-ctr-conferencia
           end-if
           write fd-ctr-linha from ws-ctr-linha

           add ws-ret-arquivados                    to ws-cont-ret-arquivados

           .
       expurga-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Contagem das Linhas do Arquivo em Expurgo, Antes de Datar Pelas Marcas
      *>------------------------------------------------------------------------
       conta-linhas-retencao section.

           move 0 to ws-ret-linhas-arquivo

           open input arqRetencaoOrigem
           if  ws-fs-arqRetOrigem <> 0
           and ws-fs-arqRetOrigem <> 35 then
               move 303                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
               move "Erro ao Abrir Arquivo p/ Contagem "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqRetOrigem <> 35 then
               perform until ws-fs-arqRetOrigem = 10
                   read arqRetencaoOrigem
                   if  ws-fs-arqRetOrigem <> 0
                   and ws-fs-arqRetOrigem <> 10 then
                       move 304                                        to ws-msn-erro-ofsset
                       move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
                       move "Erro ao Ler Arquivo p/ Contagem "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if  ws-fs-arqRetOrigem = 0 then
                       add 1 to ws-ret-linhas-arquivo
                   end-if
               end-perform

               close arqRetencaoOrigem
               if  ws-fs-arqRetOrigem <> 0 then
                   move 305                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
                   move "Erro ao Fechar Arquivo p/ Contagem "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       conta-linhas-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Limite de Linhas Arquivaveis Pelas Marcas - a Maior Posição de Marca Anterior à Data de Corte.
      *>  Arquivo Com Menos Linhas do Que a Maior Marca Foi Regravado Desde Então (a Carga Completa Regrava
      *>  a Quarentena e os Conflitos) e as Marcas Dele Não Valem Mais - São Descartadas e Nada Sai Agora
      *>------------------------------------------------------------------------
       apura-limite-marcas section.

           move 0 to ws-ret-limite-linhas
           move 0 to ws-ret-maior-marca

           perform varying ws-ind-mrc from 1 by 1 until ws-ind-mrc > ws-qtd-marcas
               if  ws-mrc-arquivo(ws-ind-mrc) = ws-nome-arq-ret-origem then
                   if  ws-mrc-linhas(ws-ind-mrc) > ws-ret-maior-marca then
                       move ws-mrc-linhas(ws-ind-mrc)       to ws-ret-maior-marca
                   end-if
                   if  ws-mrc-data(ws-ind-mrc) < ws-ret-data-corte-num
                   and ws-mrc-linhas(ws-ind-mrc) > ws-ret-limite-linhas then
                       move ws-mrc-linhas(ws-ind-mrc)       to ws-ret-limite-linhas
                   end-if
               end-if
           end-perform

           if  ws-ret-linhas-arquivo < ws-ret-maior-marca then
               display "Marcas de Retencao Descartadas (Arquivo Regravado): " ws-nome-arq-ret-origem
               perform varying ws-ind-mrc from 1 by 1 until ws-ind-mrc > ws-qtd-marcas
                   if  ws-mrc-arquivo(ws-ind-mrc) = ws-nome-arq-ret-origem then
                       move spaces                          to ws-mrc-arquivo(ws-ind-mrc)
                   end-if
               end-perform
               move 0 to ws-ret-limite-linhas
           end-if

           .
       apura-limite-marcas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decisão Sobre a Linha Recem-Lida do Arquivo em Expurgo - Liga ws-ret-arquiva-linha Quando Ela
      *>  é Mais Velha Que a Data de Corte; Linha de Trilha Sem Data Legivel Fica em Linha
      *>------------------------------------------------------------------------
       avalia-linha-retencao section.

           move "N" to ws-sw-ret-arquiva

           evaluate ws-ret-modo
               when "C"
                   if  fd-rto-aud-data-exec is numeric then
                       move fd-rto-aud-data-exec            to ws-ret-data-registro
                       if  ws-ret-data-registro < ws-ret-data-corte-num then
                           move "S" to ws-sw-ret-arquiva
                       end-if
                   end-if
               when "E"
                   if  fd-rto-acad-data-exec is numeric then
                       move fd-rto-acad-data-exec           to ws-ret-data-registro
                       if  ws-ret-data-registro < ws-ret-data-corte-num then
                           move "S" to ws-sw-ret-arquiva
                       end-if
                   end-if
               when other
                   if  ws-ret-posicao <= ws-ret-limite-linhas then
                       move "S" to ws-sw-ret-arquiva
                   end-if
           end-evaluate

      *>   Quarentena Ainda Pendente (Sem Disposição Anotada) Nunca Sai do Arquivo em Linha
           if  ws-nome-arq-ret-origem = "arqTemperaturasRejeitadas.txt"
           and fd-rto-qrt-disposicao = spaces then
               move "N" to ws-sw-ret-arquiva
           end-if

           .
       avalia-linha-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura do Arquivo Morto do Dia Para o Arquivo em Expurgo - Nome de Origem com a Data da
      *>  Execução Antes da Extensão; Sempre Anexado (Dois Expurgos no Mesmo Dia Caem no Mesmo Arquivo)
      *>------------------------------------------------------------------------
       abre-arquivo-morto-expurgo section.

           move spaces to ws-ret-nome-base
           move spaces to ws-ret-nome-ext
           unstring ws-nome-arq-ret-origem delimited by "."
                    into ws-ret-nome-base ws-ret-nome-ext

           move spaces to ws-nome-arq-morto
           string ws-ret-nome-base  delimited by space
                  "-"               delimited by size
                  ws-data-execucao  delimited by size
                  "."               delimited by size
                  ws-ret-nome-ext   delimited by space
                  into ws-nome-arq-morto

           open extend arqArquivoMorto
           if  ws-fs-arqArquivoMorto = 35 then
               open output arqArquivoMorto
           end-if
           if  ws-fs-arqArquivoMorto <> 0
           and ws-fs-arqArquivoMorto <> 35 then
               move 287                                        to ws-msn-erro-ofsset
               move ws-fs-arqArquivoMorto                      to ws-msn-erro-cod
               move "Erro ao Abrir Arquivo Morto do Expurgo "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "S" to ws-sw-morto-aberto

           .
       abre-arquivo-morto-expurgo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia de Trabalho de Volta Para o Arquivo em Linha, Agora Só com as Linhas Mantidas
      *>------------------------------------------------------------------------
       devolve-copia-retencao section.

           open input arqRetencaoTrabalho
           if  ws-fs-arqRetTrabalho <> 0 then
               move 290                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetTrabalho                       to ws-msn-erro-cod
               move "Erro ao Reabrir Arq. arqRetencaoTrabalho" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqRetencaoOrigem
           if  ws-fs-arqRetOrigem <> 0 then
               move 289                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
               move "Erro ao Regravar Arquivo em Expurgo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqRetTrabalho = 10
               read arqRetencaoTrabalho
               if  ws-fs-arqRetTrabalho <> 0
               and ws-fs-arqRetTrabalho <> 10 then
                   move 291                                        to ws-msn-erro-ofsset
                   move ws-fs-arqRetTrabalho                       to ws-msn-erro-cod
                   move "Erro ao Ler Arq. arqRetencaoTrabalho "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if  ws-fs-arqRetTrabalho = 0 then
                   write fd-rto-linha from fd-trb-linha
               end-if
           end-perform

           close arqRetencaoOrigem
           if  ws-fs-arqRetOrigem <> 0 then
               move 292                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetOrigem                         to ws-msn-erro-cod
               move "Erro ao Fechar Arquivo Regravado "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRetencaoTrabalho
           if  ws-fs-arqRetTrabalho <> 0 then
               move 293                                        to ws-msn-erro-ofsset
               move ws-fs-arqRetTrabalho                       to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqRetencaoTrabalho"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       devolve-copia-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivo Morto do Dia no Indice - Expurgo Repetido no Mesmo Dia Soma na Mesma Entrada
      *>------------------------------------------------------------------------
       registra-arquivo-morto section.

           move 0 to ws-ind-ixa-achado
           perform varying ws-ind-ixa from 1 by 1 until ws-ind-ixa > ws-qtd-ixa
               if  ws-ixa-arquivo-morto(ws-ind-ixa) = ws-nome-arq-morto then
                   move ws-ind-ixa              to ws-ind-ixa-achado
               end-if
           end-perform

           if  ws-ind-ixa-achado > 0 then
               add ws-ret-arquivados            to ws-ixa-qtd(ws-ind-ixa-achado)
           else
               if  ws-qtd-ixa >= 500 then
                   move 281                                        to ws-msn-erro-ofsset
                   move 0                                          to ws-msn-erro-cod
                   move "Indice de Arquivos Mortos Alem do Limite" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-ixa
               move ws-nome-arq-ret-origem      to ws-ixa-arquivo(ws-qtd-ixa)
               move ws-nome-arq-morto           to ws-ixa-arquivo-morto(ws-qtd-ixa)
               move ws-data-execucao            to ws-ixa-data(ws-qtd-ixa)
               move ws-ret-arquivados           to ws-ixa-qtd(ws-qtd-ixa)
           end-if

           .
       registra-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marcas do Arquivo Depois do Expurgo - As Posições Descem o Que Foi Arquivado (a Que Some
      *>  Sai), e as Linhas de Agora Ganham a Marca do Mes: a do Mes Corrente é Atualizada, Senão Outra
      *>------------------------------------------------------------------------
       atualiza-marcas-retencao section.

           move 0 to ws-ind-mrc-ultima

           perform varying ws-ind-mrc from 1 by 1 until ws-ind-mrc > ws-qtd-marcas
               if  ws-mrc-arquivo(ws-ind-mrc) = ws-nome-arq-ret-origem then
                   if  ws-mrc-linhas(ws-ind-mrc) <= ws-ret-arquivados then
                       move spaces                  to ws-mrc-arquivo(ws-ind-mrc)
                   else
                       subtract ws-ret-arquivados   from ws-mrc-linhas(ws-ind-mrc)
                       if  ws-ind-mrc-ultima = 0 then
                           move ws-ind-mrc          to ws-ind-mrc-ultima
                       else
                           if  ws-mrc-data(ws-ind-mrc) > ws-mrc-data(ws-ind-mrc-ultima) then
                               move ws-ind-mrc      to ws-ind-mrc-ultima
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if  ws-ret-mantidos > 0 then
               if  ws-ind-mrc-ultima = 0 then
                   perform inclui-marca-retencao
               else
                   if  ws-ret-mantidos > ws-mrc-linhas(ws-ind-mrc-ultima) then
                       if  ws-mrc-data(ws-ind-mrc-ultima)(1:6) = ws-data-execucao(1:6) then
                           move ws-data-execucao    to ws-mrc-data(ws-ind-mrc-ultima)
                           move ws-ret-mantidos     to ws-mrc-linhas(ws-ind-mrc-ultima)
                       else
                           perform inclui-marca-retencao
                       end-if
                   end-if
               end-if
           end-if

           .
       atualiza-marcas-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nova Marca Para o Arquivo em Expurgo - Data da Execução e as Linhas Mantidas
      *>------------------------------------------------------------------------
       inclui-marca-retencao section.

           if  ws-qtd-marcas >= 600 then
               move 277                                        to ws-msn-erro-ofsset
               move 0                                          to ws-msn-erro-cod
               move "Marcas de Retencao Alem do Limite "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-marcas
           move ws-nome-arq-ret-origem              to ws-mrc-arquivo(ws-qtd-marcas)
           move ws-data-execucao                    to ws-mrc-data(ws-qtd-marcas)
           move ws-ret-mantidos                     to ws-mrc-linhas(ws-qtd-marcas)

           .
       inclui-marca-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação das Marcas de Retenção - Marcas Descartadas (Arquivo em Branco) Ficam de Fora
      *>------------------------------------------------------------------------
       regrava-marcas-retencao section.

           open output arqMarcasRetencao
           if  ws-fs-arqMarcasRetencao <> 0 then
               move 296                                        to ws-msn-erro-ofsset
               move ws-fs-arqMarcasRetencao                    to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqMarcasRetencao"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-mrc from 1 by 1 until ws-ind-mrc > ws-qtd-marcas
               if  ws-mrc-arquivo(ws-ind-mrc) <> spaces then
                   move ws-mrc-arquivo(ws-ind-mrc)      to fd-mrc-arquivo
                   move ws-mrc-data(ws-ind-mrc)         to fd-mrc-data
                   move ws-mrc-linhas(ws-ind-mrc)       to fd-mrc-linhas
                   write fd-marca-retencao
               end-if
           end-perform

           close arqMarcasRetencao
           if  ws-fs-arqMarcasRetencao <> 0 then
               move 297                                        to ws-msn-erro-ofsset
               move ws-fs-arqMarcasRetencao                    to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqMarcasRetencao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-marcas-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regravação do Indice dos Arquivos Mortos
      *>------------------------------------------------------------------------
       regrava-indice-arquivamento section.

           open output arqIndiceArquivamento
           if  ws-fs-arqIndiceArquiv <> 0 then
               move 298                                        to ws-msn-erro-ofsset
               move ws-fs-arqIndiceArquiv                      to ws-msn-erro-cod
               move "Erro ao Regravar Arq. arqIndiceArquivam." to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ixa from 1 by 1 until ws-ind-ixa > ws-qtd-ixa
               move ws-ixa-arquivo(ws-ind-ixa)          to fd-ixa-arquivo
               move ws-ixa-arquivo-morto(ws-ind-ixa)    to fd-ixa-arquivo-morto
               move ws-ixa-data(ws-ind-ixa)             to fd-ixa-data
               move ws-ixa-qtd(ws-ind-ixa)              to fd-ixa-qtd
               write fd-indice-arquivamento
           end-perform

           close arqIndiceArquivamento
           if  ws-fs-arqIndiceArquiv <> 0 then
               move 299                                        to ws-msn-erro-ofsset
               move ws-fs-arqIndiceArquiv                      to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqIndiceArquivam. "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       regrava-indice-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga do Cadastro de Coletores (arqColetores.txt) - Opcional; Sem Ele a Consolidação Segue Como
      *>  Sempre (Para no Primeiro Arquivo de Coleta Inexistente) e Não Ha Monitoramento de Entregas
      *>------------------------------------------------------------------------
       carrega-coletores section.

           move 0 to ws-qtd-coletores

           open input arqColetores
           if  ws-fs-arqColetores <> 0
           and ws-fs-arqColetores <> 35 then
               move 306                                        to ws-msn-erro-ofsset
               move ws-fs-arqColetores                         to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqColetores "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqColetores <> 35 then
               perform until ws-fs-arqColetores = 10
                   read arqColetores
                   if  ws-fs-arqColetores <> 0
                   and ws-fs-arqColetores <> 10 then
                       move 307                                        to ws-msn-erro-ofsset
                       move ws-fs-arqColetores                         to ws-msn-erro-cod
                       move "Erro ao Ler Arq. arqColetores "           to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqColetores = 0 then
                       if  ws-qtd-coletores >= 99 then
                           move 309                                        to ws-msn-erro-ofsset
                           move 0                                          to ws-msn-erro-cod
                           move "Cadastro de Coletores Alem do Limite "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-coletores
                       move fd-clt-numero           to ws-clt-numero(ws-qtd-coletores)
                       move fd-clt-dias-semana      to ws-clt-dias-semana(ws-qtd-coletores)
                       if  fd-clt-dias-semana = spaces then
                           move "SSSSSSS"           to ws-clt-dias-semana(ws-qtd-coletores)
                       end-if
                       perform varying ws-ind-clt-est from 1 by 1 until ws-ind-clt-est > 10
                           move fd-clt-estacao(ws-ind-clt-est)
                             to ws-clt-estacao(ws-qtd-coletores, ws-ind-clt-est)
                       end-perform
                       move space                   to ws-clt-entrega(ws-qtd-coletores)
                       move 0                       to ws-clt-qtd-registros(ws-qtd-coletores)
                       move ws-qtd-coletores        to ws-ind-clt
                       perform apura-intervalo-coletor
                   end-if
               end-perform

               close arqColetores
               if  ws-fs-arqColetores <> 0 then
                   move 308                                        to ws-msn-erro-ofsset
                   move ws-fs-arqColetores                         to ws-msn-erro-cod
                   move "Erro ao Fechar Arq. arqColetores "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       carrega-coletores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Maior Intervalo em Dias Entre Duas Entregas Seguidas da Agenda do Coletor em ws-ind-clt (1 Para
      *>  o Diario, 7 Para uma Vez Por Semana) - é a Idade Maxima Aceita Para a Ultima Leitura das Suas
      *>  Estações; Zero Quando a Agenda Não Tem Nenhum Dia (Coletor Parado)
      *>------------------------------------------------------------------------
       apura-intervalo-coletor section.

           move 0 to ws-clt-intervalo(ws-ind-clt)

           perform varying ws-ind-dsem from 1 by 1 until ws-ind-dsem > 7
               if  ws-clt-dias-semana(ws-ind-clt)(ws-ind-dsem:1) = "S" then
                   move 0 to ws-clt-gap
                   perform varying ws-ind-gap from 1 by 1
                             until ws-ind-gap > 7
                             or    ws-clt-gap > 0
                       compute ws-ind-dsem-prox = ws-ind-dsem + ws-ind-gap
                       if  ws-ind-dsem-prox > 7 then
                           subtract 7 from ws-ind-dsem-prox
                       end-if
                       if  ws-clt-dias-semana(ws-ind-clt)(ws-ind-dsem-prox:1) = "S" then
                           move ws-ind-gap          to ws-clt-gap
                       end-if
                   end-perform
                   if  ws-clt-gap > ws-clt-intervalo(ws-ind-clt) then
                       move ws-clt-gap              to ws-clt-intervalo(ws-ind-clt)
                   end-if
               end-if
           end-perform

           .
       apura-intervalo-coletor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia do Arquivo de Coleta Recem-Carregado (ws-num-coleta) Contra o Cadastro - Situação
      *>  da Entrega, Quantidade de Registros e Estações Que o Coletor Não Deveria Trazer (as Leituras
      *>  Entram na Consolidação Assim Mesmo; a Conferencia Só Aponta)
      *>------------------------------------------------------------------------
       confere-arquivo-coletor section.

           move 0 to ws-ind-clt-achado
           perform varying ws-ind-clt from 1 by 1 until ws-ind-clt > ws-qtd-coletores
               if  ws-clt-numero(ws-ind-clt) = ws-num-coleta then
                   move ws-ind-clt              to ws-ind-clt-achado
               end-if
           end-perform

           if  ws-ind-clt-achado = 0 then
               add 1 to ws-qtd-csc
               move ws-num-coleta                   to ws-csc-numero(ws-qtd-csc)
           else
               compute ws-clt-qtd-registros(ws-ind-clt-achado) = ws-qtd-coleta - ws-qtd-coleta-antes
               if  ws-clt-qtd-registros(ws-ind-clt-achado) = 0 then
                   move "V"                         to ws-clt-entrega(ws-ind-clt-achado)
               else
                   move "E"                         to ws-clt-entrega(ws-ind-clt-achado)
               end-if

               compute ws-ind-col-arq-ini = ws-qtd-coleta-antes + 1
               perform varying ws-ind-col-arq from ws-ind-col-arq-ini by 1
                         until ws-ind-col-arq > ws-qtd-coleta
                   perform confere-estacao-coletor
               end-perform
           end-if

           .
       confere-arquivo-coletor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estação do Registro de Coleta em ws-ind-col-arq Contra a Cobertura do Coletor em ws-ind-clt-achado -
      *>  Fora da Cobertura Acumula na Tabela (uma Linha Por Coletor/Estação, com a Quantidade de Leituras)
      *>------------------------------------------------------------------------
       confere-estacao-coletor section.

           move "N" to ws-sw-estacao-coberta
           perform varying ws-ind-clt-est from 1 by 1 until ws-ind-clt-est > 10
               if  ws-clt-estacao(ws-ind-clt-achado, ws-ind-clt-est) = ws-col-estacao(ws-ind-col-arq) then
                   move "S" to ws-sw-estacao-coberta
               end-if
           end-perform

           if  not ws-estacao-coberta then
               move 0 to ws-ind-fcb-achado
               perform varying ws-ind-fcb from 1 by 1 until ws-ind-fcb > ws-qtd-fcb
                   if  ws-fcb-coletor(ws-ind-fcb) = ws-num-coleta
                   and ws-fcb-estacao(ws-ind-fcb) = ws-col-estacao(ws-ind-col-arq) then
                       move ws-ind-fcb              to ws-ind-fcb-achado
                   end-if
               end-perform

               if  ws-ind-fcb-achado > 0 then
                   add 1 to ws-fcb-qtd(ws-ind-fcb-achado)
               else
                   if  ws-qtd-fcb < 200 then
                       add 1 to ws-qtd-fcb
                       move ws-num-coleta                   to ws-fcb-coletor(ws-qtd-fcb)
                       move ws-col-estacao(ws-ind-col-arq)  to ws-fcb-estacao(ws-qtd-fcb)
                       move 1                               to ws-fcb-qtd(ws-qtd-fcb)
                   end-if
               end-if
           end-if

           .
       confere-estacao-coletor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monitoramento das Entregas dos Coletores (arqEntregasColetores.txt) - Arquivo Ausente no Dia
      *>  da Agenda ou Vazio Conta Como Entrega Faltante e Sobe o Retorno; Arquivo Sem Cadastro, Estação
      *>  Fora da Cobertura e Estação com a Ultima Leitura do Master Mais Velha Que o Intervalo da Agenda
      *>  do Seu Coletor Vão Para o Mesmo Relatorio
      *>------------------------------------------------------------------------
       monitora-entregas-coletores section.

           accept ws-data-execucao from date yyyymmdd
           accept ws-dia-semana-exec from day-of-week

           open output arqEntregasColetores
           if  ws-fs-arqEntregas <> 0 then
               move 310                                        to ws-msn-erro-ofsset
               move ws-fs-arqEntregas                          to ws-msn-erro-cod
               move "Erro ao Abrir Arq. arqEntregasColetores " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-clt from 1 by 1 until ws-ind-clt > ws-qtd-coletores
               move ws-clt-numero(ws-ind-clt)           to ws-ent-coletor
               evaluate true
                   when ws-clt-entrega(ws-ind-clt) = space
                    and ws-clt-dias-semana(ws-ind-clt)(ws-dia-semana-exec:1) = "S"
                       move "Arquivo Ausente - Entrega Prevista Para Hoje" to ws-ent-texto
                       write fd-entrega-linha from ws-ent-linha
                       add 1 to ws-cont-coletores-faltantes
                   when ws-clt-entrega(ws-ind-clt) = "V"
                       move "Arquivo Vazio"                 to ws-ent-texto
                       write fd-entrega-linha from ws-ent-linha
                       if  ws-clt-dias-semana(ws-ind-clt)(ws-dia-semana-exec:1) = "S" then
                           add 1 to ws-cont-coletores-faltantes
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform

           perform varying ws-ind-csc from 1 by 1 until ws-ind-csc > ws-qtd-csc
               move ws-csc-numero(ws-ind-csc)           to ws-ent-coletor
               move "Arquivo de Coleta Sem Cadastro de Coletor" to ws-ent-texto
               write fd-entrega-linha from ws-ent-linha
           end-perform

           perform varying ws-ind-fcb from 1 by 1 until ws-ind-fcb > ws-qtd-fcb
               move ws-fcb-coletor(ws-ind-fcb)          to ws-ent-coletor
               move ws-fcb-qtd(ws-ind-fcb)              to ws-ent-qtd-edit
               move spaces                              to ws-ent-texto
               string "Estacao "                  delimited by size
                      ws-fcb-estacao(ws-ind-fcb)  delimited by size
                      " Fora da Cobertura - "     delimited by size
                      ws-ent-qtd-edit             delimited by size
                      " Leituras"                 delimited by size
                      into ws-ent-texto
               write fd-entrega-linha from ws-ent-linha
               add 1 to ws-cont-estacoes-fora-cobertura
           end-perform

           perform apura-ultimas-leituras

           perform varying ws-ind-clt from 1 by 1 until ws-ind-clt > ws-qtd-coletores
               if  ws-clt-intervalo(ws-ind-clt) > 0 then
                   perform varying ws-ind-clt-est from 1 by 1 until ws-ind-clt-est > 10
                       if  ws-clt-estacao(ws-ind-clt, ws-ind-clt-est) <> spaces then
                           perform confere-atraso-estacao
                       end-if
                   end-perform
               end-if
           end-perform

           close arqEntregasColetores
           if  ws-fs-arqEntregas <> 0 then
               move 311                                        to ws-msn-erro-ofsset
               move ws-fs-arqEntregas                          to ws-msn-erro-cod
               move "Erro ao Fechar Arq. arqEntregasColetores" to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Entregas dos Coletores: " ws-cont-coletores-faltantes " Faltantes, "
                   ws-cont-estacoes-atrasadas " Estacoes Atrasadas"

           .
       monitora-entregas-coletores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultima Data de Leitura de Cada Estação no Master (arqTemperaturas.txt, Ja Consolidado), Só
      *>  com as Datas Que Passam na Mesma Validação da Carga - Sem o Master Nenhuma Estação Tem Leitura
      *>------------------------------------------------------------------------
       apura-ultimas-leituras section.

           move 0 to ws-qtd-ult

           open input arqTemperaturas
           if  ws-fs-arqTemperaturas <> 0
           and ws-fs-arqTemperaturas <> 35 then
               move 312                                        to ws-msn-erro-ofsset
               move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
               move "Erro ao Abrir Master p/ Entregas "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqTemperaturas <> 35 then
               perform until ws-fs-arqTemperaturas = 10
                   read arqTemperaturas
                   if  ws-fs-arqTemperaturas <> 0
                   and ws-fs-arqTemperaturas <> 10
                   and ws-fs-arqTemperaturas <> 04
                   and ws-fs-arqTemperaturas <> 06 then
                       move 313                                        to ws-msn-erro-ofsset
                       move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                       move "Erro ao Ler Master p/ Entregas "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

      *>           So Conta a Data Que a Carga Aceita - Data Impossivel ou Divergente do Dia Não Vira
      *>           a Ultima Leitura da Estação
                   move "N" to ws-sw-data-valida
                   if  ws-fs-arqTemperaturas = 0
                   and fd-data is numeric
                   and fd-dia  is numeric then
                       perform valida-data-leitura
                   end-if

                   if  ws-fs-arqTemperaturas = 0
                   and ws-data-leitura-valida
                   and ws-dia-data-confere then
                       move 0 to ws-ind-ult-achado
                       perform varying ws-ind-ult from 1 by 1 until ws-ind-ult > ws-qtd-ult
                           if  ws-ulv-estacao(ws-ind-ult) = fd-estacao then
                               move ws-ind-ult      to ws-ind-ult-achado
                           end-if
                       end-perform

                       if  ws-ind-ult-achado = 0 then
                           if  ws-qtd-ult < 100 then
                               add 1 to ws-qtd-ult
                               move fd-estacao      to ws-ulv-estacao(ws-qtd-ult)
                               move fd-data         to ws-ulv-data-leitura(ws-qtd-ult)
                           end-if
                       else
                           if  fd-data > ws-ulv-data-leitura(ws-ind-ult-achado) then
                               move fd-data         to ws-ulv-data-leitura(ws-ind-ult-achado)
                           end-if
                       end-if
                   end-if
               end-perform

               close arqTemperaturas
               if  ws-fs-arqTemperaturas <> 0 then
                   move 314                                        to ws-msn-erro-ofsset
                   move ws-fs-arqTemperaturas                      to ws-msn-erro-cod
                   move "Erro ao Fechar Master p/ Entregas "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       apura-ultimas-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Idade da Ultima Leitura da Estação ws-ind-clt-est do Coletor ws-ind-clt Contra o Intervalo da
      *>  Agenda Dele - Estação Sem Nenhuma Leitura Datada Sai com a Data Zerada
      *>------------------------------------------------------------------------
       confere-atraso-estacao section.

           move 0 to ws-ind-ult-achado
           perform varying ws-ind-ult from 1 by 1 until ws-ind-ult > ws-qtd-ult
               if  ws-ulv-estacao(ws-ind-ult) = ws-clt-estacao(ws-ind-clt, ws-ind-clt-est) then
                   move ws-ind-ult                  to ws-ind-ult-achado
               end-if
           end-perform

           if  ws-ind-ult-achado = 0 then
               move 99999                           to ws-clt-atraso
               move 0                               to ws-ena-data
           else
               if  ws-ulv-data-leitura(ws-ind-ult-achado) = 0 then
                   move 99999                       to ws-clt-atraso
               else
                   compute ws-clt-atraso =
                           function integer-of-date(ws-data-execucao) -
                           function integer-of-date(ws-ulv-data-leitura(ws-ind-ult-achado))
               end-if
               move ws-ulv-data-leitura(ws-ind-ult-achado) to ws-ena-data
           end-if

           if  ws-clt-atraso > ws-clt-intervalo(ws-ind-clt) then
               move ws-clt-estacao(ws-ind-clt, ws-ind-clt-est) to ws-ena-estacao
               move ws-clt-numero(ws-ind-clt)       to ws-ena-coletor
               move ws-clt-atraso                   to ws-ena-atraso
               move ws-clt-intervalo(ws-ind-clt)    to ws-ena-maximo
               write fd-entrega-linha from ws-ent-atraso-linha
               add 1 to ws-cont-estacoes-atrasadas
           end-if

           .
       confere-atraso-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quarentena / Carga na Tabela de Estações de Uma Leitura Ja Lida em fd-temperaturas
      *>------------------------------------------------------------------------
       processa-leitura-temperatura section.

      *>   Validação Contra o Cadastro de Estações (Quando Carregado) - Estação Desconhecida ou Inativa
      *>   Vai Para a Quarentena; Estação em Fahrenheit Tem a Leitura Convertida Para Celsius Antes da Faixa
           move "S" to ws-sw-cadastro-ok
           if  ws-qtd-cadastro > 0 then
               perform localiza-cadastro-estacao

               if  ws-ind-cadastro-achado = 0 then
                   move "N"                        to ws-sw-cadastro-ok
                       add 1 to ws-cont-rej-dia-data

                   when other
      *>               Offset de Calibração Vigente na Data da Leitura - o Bruto Fica Guardado ao Lado
                       perform aplica-calibracao-leitura
                       perform avalia-leitura-temperatura
               end-evaluate
           end-if
               write fd-rej-linha from ws-rej-linha
               add 1 to ws-cont-rej-faixa
           else
               if  ws-carga-horaria then
      *>           Observação Horaria Valida - Vai Para a Agregação do Dia, Não Para a Tabela
                   perform acumula-observacao-horaria
               else
      *>           Leitura Valida - Localiza (ou Cria) a Estação
                   perform localiza-estacao

                   if  ws-ind-estacao-achado = 0 then
      *>               Tabela de Estações Ja Cheia (Limite de 50, Ver ws-estacoes) - Não Ha Onde Criar Mais Uma, Quarentena
                       move fd-estacao                 to ws-rej-estacao
                       move fd-dia                     to ws-rej-dia
                       move fd-temp                    to ws-rej-temp
                       move " Tabela de Estacoes Cheia" to ws-rej-motivo
                       write fd-rej-linha from ws-rej-linha
                       add 1 to ws-cont-rej-tabela
                   else
                       if  ws-estacao-qtd-temp(ws-ind-estacao-achado) >= 366 then
      *>                   Estação Ja com o Ano Cheio de Leituras (Limite de 366) - Descarta a Leitura Excedente na Quarentena
                           move fd-estacao                 to ws-rej-estacao
                           move fd-dia                     to ws-rej-dia
                           move fd-temp                    to ws-rej-temp
                           move " Estacao com Ano Cheio"   to ws-rej-motivo
                           write fd-rej-linha from ws-rej-linha
                           add 1 to ws-cont-rej-ano-cheio
                       else
      *>                   Ha Vaga na Tabela da Estação - Acrescenta na Sua Tabela de Temperaturas Boas
                           add 1                            to ws-estacao-qtd-temp(ws-ind-estacao-achado)
                           move fd-dia      to ws-temp-dia(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                           move fd-data     to ws-temp-data(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                           move fd-temp     to ws-temp-valor(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                           move "O"         to ws-temp-origem(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                           move ws-temp-leitura-bruta
                                            to ws-temp-bruto(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                           add 1            to ws-cont-aceitos
                       end-if
                   end-if
               end-if
           end-if

                   move ws-sensacao-termica             to ws-rdia-sensacao

                   move ws-estacao-cod(ws-ind-estacao)             to ws-amp-busca-estacao
                   move ws-temp-data(ws-ind-estacao, ws-ind-temp)  to ws-amp-busca-data
                   perform monta-campo-amplitude
                   move ws-amp-campo-texto              to ws-rdia-amplitude

                   write fd-reldia-linha from ws-reldia-linha
               end-perform
           end-perform
                       move fd-cad-nome                     to ws-cad-nome(ws-qtd-cadastro)
                       move fd-cad-unidade                  to ws-cad-unidade(ws-qtd-cadastro)
                       move fd-cad-ativa                    to ws-cad-ativa(ws-qtd-cadastro)
                       move fd-cad-regiao                   to ws-cad-regiao(ws-qtd-cadastro)
                   end-if
               end-perform

                   display ws-alerta-linha
                   write fd-alerta-linha from ws-alerta-linha
                   add 1 to ws-cont-alertas

                   move "FALTA"                          to ws-cnd-tipo
                   perform registra-alerta-reconciliacao
               else
                   if  ws-qtd-ocorrencias-dia > 1 then
                       move "Dia Duplicado no Arquivo"   to ws-alerta-text
                       display ws-alerta-linha
                       write fd-alerta-linha from ws-alerta-linha
                       add 1 to ws-cont-alertas

                       move "DUPLIC"                     to ws-cnd-tipo
                       perform registra-alerta-reconciliacao
                   end-if
               end-if
           end-perform
                   display ws-alerta-linha
                   write fd-alerta-linha from ws-alerta-linha
                   add 1 to ws-cont-alertas

                   move "CONFIA"                         to ws-cnd-tipo
                   perform registra-alerta-reconciliacao
               end-if
           end-if

               move ws-est-data-interp  to ws-temp-data(ws-ind-estacao, ws-estacao-qtd-temp(ws-ind-estacao))
               move ws-est-valor-interp to ws-temp-valor(ws-ind-estacao, ws-estacao-qtd-temp(ws-ind-estacao))
               move "E"                 to ws-temp-origem(ws-ind-estacao, ws-estacao-qtd-temp(ws-ind-estacao))
               move ws-est-valor-interp to ws-temp-bruto(ws-ind-estacao, ws-estacao-qtd-temp(ws-ind-estacao))
               move "S"                 to ws-sw-estimou
           end-if

                           move fd-chk-leit-data             to ws-temp-data(ws-ind-estacao, ws-ind-temp)
                           move fd-chk-leit-valor            to ws-temp-valor(ws-ind-estacao, ws-ind-temp)
                           move fd-chk-leit-origem           to ws-temp-origem(ws-ind-estacao, ws-ind-temp)
      *>                   Checkpoint Gravado Antes do Valor Bruto Existir Traz o Campo em Branco - Vale o Proprio Valor
                           if  fd-chk-leit-bruto is numeric then
                               move fd-chk-leit-bruto        to ws-temp-bruto(ws-ind-estacao, ws-ind-temp)
                           else
                               move fd-chk-leit-valor        to ws-temp-bruto(ws-ind-estacao, ws-ind-temp)
                           end-if
                       end-perform
                   end-perform
               end-if
                       move ws-temp-data(ws-ind-estacao, ws-ind-temp)  to fd-chk-leit-data
                       move ws-temp-valor(ws-ind-estacao, ws-ind-temp) to fd-chk-leit-valor
                       move ws-temp-origem(ws-ind-estacao, ws-ind-temp) to fd-chk-leit-origem
                       move ws-temp-bruto(ws-ind-estacao, ws-ind-temp)  to fd-chk-leit-bruto
                       write fd-chk-leitura
                   end-perform
               end-perform
               close arqDiasConsulta
           else
      *>       Modo Interativo - Identificação do Operador (Vai Para a Trilha de Auditoria de Cada
      *>       Correção Feita Nesta Sessão) e Depois a Estação a Consultar; a Identificação é
      *>       Conferida no Cadastro de Operadores - Ate Tres Tentativas, Cada Recusa Vai Para o Log
      *>       de Segurança e, Sem Identificação Aceita, a Sessão Termina Aqui
               perform carrega-operadores

               move 0   to ws-qtd-tentativas-login
               move "N" to ws-sw-operador-autorizado
               perform until ws-operador-autorizado
                      or ws-qtd-tentativas-login >= 3
                   display "Identificação do Operador: "
                   accept ws-operador
                   add 1 to ws-qtd-tentativas-login
                   perform autentica-operador
               end-perform

               if  not ws-operador-autorizado then
                   display "Acesso Recusado - Sessao Encerrada"
               else
                   perform seleciona-estacao

      *>           Chamando a Section de Calculo da Média da Temperatura
                   perform calculo-media-temp

      *>           Chamando a Section que Grava o Relatorio de Desvio Diario em Relação a Media
                   perform gera-relatorio-desvio

      *>           Menu do Sistema - Executar Até Que a Opção Sair Seja Igual a "S" ou "s"
                   perform until ws-sair = "S"
                          or ws-sair = "s"
      *>               Limpar Tela
                       display erase

                       display "'T'estar Dia / 'E'statisticas / 'C'orrigir Leitura / 'A'rquivar Ano /"
                       display "'H'istorico de Correcoes / 'M'anutencao de Estacoes /"
                       display "'R'estaurar Geracao do Master / 'Q'uarentena / 'S'air"
                       accept ws-opcao

      *>               Opção Fora do Perfil do Operador Não Executa e Vai Para o Log de Segurança
                       perform verifica-permissao-opcao

                       if  ws-opcao-permitida then
                           evaluate ws-opcao
                               when "E"
                               when "e"
      *>                           Exibir as Estatisticas Complementares (Minimo, Maximo e Desvio Padrão)
                                   perform exibe-estatisticas

                               when "C"
                               when "c"
      *>                           Corrigir Uma Leitura e Regravar o Arquivo de Temperaturas
                                   perform corrige-temperatura

                               when "A"
                               when "a"
      *>                           Fechamento de Ano - Anexa o Ano Carregado ao Historico e Gera o Comparativo;
      *>                           Apos uma Restauração Nesta Sessão a Tabela Ainda é a do Master Antigo e o
      *>                           Fechamento Gravaria no Historico (e nas Normais) os Numeros Recem-Desfeitos
                                   if  ws-espelho-defasado then
                                       display "Master Restaurado Nesta Sessao - Reexecute o Programa"
                                       display "(Recarregando a Tabela) Antes de Fechar o Ano"
                                   else
                                       perform fecha-ano
                                   end-if

                               when "H"
                               when "h"
      *>                           Historico de Correções de uma Estação/Dia na Trilha de Auditoria
                                   perform consulta-auditoria

                               when "M"
                               when "m"
      *>                           Manutenção do Cadastro de Estações (Inclusão, Renomeação, Unidade e Situação)
                                   perform manutencao-estacoes

                               when "R"
                               when "r"
      *>                           Restauração de uma Geração de Backup do Master, com o Comparativo do Que Muda
                                   perform restaura-geracao

                               when "Q"
                               when "q"
      *>                           Revisão da Quarentena - Liberar com Valor Corrigido ou Descartar de Vez
                                   perform revisa-quarentena

                               when "S"
                               when "s"
                                   move ws-opcao to ws-sair

                               when other
                                   display "Dia a Ser Testado (Estação " ws-nome-estacao-atual "): "
                                   accept ws-dia

      *>                           Verificando se o Dia Informado Está Dentro do Intervalo de 1 a ws-qtd-temp
                                   if  ws-dia >= 1
                                   and ws-dia <= ws-qtd-temp then
      *>                               Verificando se o Dia Informado Está Acima, Abaixo ou Está na Média
                                       if ws-temp-valor(ws-estacao-atual, ws-dia) > ws-media-temp then
                                           display "A Temperatura do Dia " ws-dia " Esta Acima da Media"
                                       else
                                           if ws-temp-valor(ws-estacao-atual, ws-dia) < ws-media-temp then
                                               display "A Temperatura do Dia " ws-dia " Esta Abaixo da Media"
                                           else
                                               display "A Temperatura Esta na Media"
                                           end-if
                                       end-if

      *>                               Exportar o Resultado Desta Checagem Para o Feed CSV
                                       perform exporta-csv
                                   else
                                       display "Dia Fora do Intervalo Valido (1 - " ws-qtd-temp ")"
                                   end-if

                           end-evaluate
                       end-if

                   end-perform
               end-if
           end-if

           .
           move ws-desvio-campo                 to ws-rel-desvio
           move ws-flag-normal                  to ws-rel-anomalia

      *>   Amplitude do Dia Pela Data da Propria Chave do Espelho
           move ws-cod-estacao                  to ws-amp-busca-estacao
           move fd-idx-data                     to ws-amp-busca-data
           perform monta-campo-amplitude
           move ws-amp-campo-texto              to ws-rel-amplitude

           write fd-rel-linha from ws-rel-linha

           .

                   move ws-temp-valor-corrigido to ws-temp-valor(ws-estacao-atual, ws-dia)

      *>               O Valor Informado é o Ja Ajustado - o Bruto Que Volta Para o Master Desconta o
      *>               Mesmo Offset de Calibração Que Separava o Valor Antigo do Seu Bruto
                   compute ws-temp-bruto(ws-estacao-atual, ws-dia) =
                           ws-temp-valor-corrigido -
                           (ws-temp-valor-antigo - ws-temp-bruto(ws-estacao-atual, ws-dia))

      *>               Valor Informado Pelo Operador é uma Medição de Verdade - se a Leitura Era uma
      *>               Estimativa de Dia Faltante, Vira Original, Senão a Regravação do Master a Perderia
                   move "O"                     to ws-temp-origem(ws-estacao-atual, ws-dia)
           display "Dia do Historico: "
           accept ws-aud-consulta-dia

           move 0 to ws-qtd-audit-achadas

      *>   Primeiro os Arquivos Mortos (as Correções Mais Antigas), Depois a Trilha em Linha
           perform carrega-indice-arquivamento
           perform consulta-auditoria-arquivada

           open input arqAuditoriaCorrecoes
           if  ws-fs-arqAuditoria <> 35 then
               if  ws-fs-arqAuditoria <> 0 then
                   move 78                                         to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                         to ws-msn-erro-cod
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoriaCorrecoes
                   if  ws-fs-arqAuditoria <> 0
                   end-if
               end-perform

               close arqAuditoriaCorrecoes
               if  ws-fs-arqAuditoria <> 0 then
                   move 80                                         to ws-msn-erro-ofsset
               end-if
           end-if

           if  ws-qtd-audit-achadas = 0 then
               display "Nenhuma Correção Para Esta Estação/Dia"
           end-if

      *>   Alterações do Cadastro da Mesma Estação - Arquivos Mortos e Trilha em Linha
           perform consulta-auditoria-cadastro

           .
       consulta-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Correções da Estação/Dia Pedidos nos Arquivos Mortos da Trilha de Correções (Pelo Indice)
      *>------------------------------------------------------------------------
       consulta-auditoria-arquivada section.

           perform varying ws-ind-ixa from 1 by 1 until ws-ind-ixa > ws-qtd-ixa
               if  ws-ixa-arquivo(ws-ind-ixa) = "arqAuditoriaCorrecoes.txt" then
                   move ws-ixa-arquivo-morto(ws-ind-ixa) to ws-nome-arq-morto
                   perform abre-arquivo-morto
                   perform until ws-fim-morto
                       perform le-arquivo-morto
                       if  not ws-fim-morto
                       and fd-mrt-aud-estacao = ws-aud-consulta-estacao
                       and fd-mrt-aud-dia     = ws-aud-consulta-dia then
                           display fd-mrt-linha
                           add 1 to ws-qtd-audit-achadas
                       end-if
                   end-perform
                   perform fecha-arquivo-morto
               end-if
           end-perform

           .
       consulta-auditoria-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alterações de Cadastro da Estação Pedida - Arquivos Mortos da Trilha do Cadastro e Depois a
      *>  Propria Trilha (Lida Pelo Mesmo Arquivo Generico, Só Trocando o Nome)
      *>------------------------------------------------------------------------
       consulta-auditoria-cadastro section.

           display "Alteracoes de Cadastro da Estacao:"
           move 0 to ws-qtd-audit-achadas

           perform varying ws-ind-ixa from 1 by 1 until ws-ind-ixa > ws-qtd-ixa + 1
               if  ws-ind-ixa > ws-qtd-ixa then
                   move "arqAuditoriaEstacoes.txt"          to ws-nome-arq-morto
               else
                   move spaces                              to ws-nome-arq-morto
                   if  ws-ixa-arquivo(ws-ind-ixa) = "arqAuditoriaEstacoes.txt" then
                       move ws-ixa-arquivo-morto(ws-ind-ixa) to ws-nome-arq-morto
                   end-if
               end-if

               if  ws-nome-arq-morto <> spaces then
                   perform abre-arquivo-morto
                   perform until ws-fim-morto
                       perform le-arquivo-morto
                       if  not ws-fim-morto
                       and fd-mrt-linha(1:5) = ws-aud-consulta-estacao then
                           display fd-mrt-linha
                           add 1 to ws-qtd-audit-achadas
                       end-if
                   end-perform
                   perform fecha-arquivo-morto
               end-if
           end-perform

           if  ws-qtd-audit-achadas = 0 then
               display "Nenhuma Alteracao de Cadastro Para Esta Estacao"
           end-if

           .
       consulta-auditoria-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura de um Arquivo Morto (Nome em ws-nome-arq-morto) Para Leitura - Arquivo Que Não
      *>  Existe Mais Conta Como Vazio
      *>------------------------------------------------------------------------
       abre-arquivo-morto section.

           move "N" to ws-sw-fim-morto

           open input arqArquivoMorto
           if  ws-fs-arqArquivoMorto = 35 then
               move "S" to ws-sw-fim-morto
           else
               if  ws-fs-arqArquivoMorto <> 0 then
                   move 300                                        to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoMorto                      to ws-msn-erro-cod
                   move "Erro ao Abrir Arquivo Morto p/ Consulta " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       abre-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura da Proxima Linha do Arquivo Morto Aberto - Fim Liga ws-fim-morto
      *>------------------------------------------------------------------------
       le-arquivo-morto section.

           read arqArquivoMorto
           if  ws-fs-arqArquivoMorto <> 0
           and ws-fs-arqArquivoMorto <> 10 then
               move 301                                        to ws-msn-erro-ofsset
               move ws-fs-arqArquivoMorto                      to ws-msn-erro-cod
               move "Erro ao Ler Arquivo Morto p/ Consulta "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqArquivoMorto = 10 then
               move "S" to ws-sw-fim-morto
           end-if

           .
       le-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento do Arquivo Morto da Consulta (Se Chegou a Ser Aberto)
      *>------------------------------------------------------------------------
       fecha-arquivo-morto section.

           if  ws-fs-arqArquivoMorto <> 35 then
               close arqArquivoMorto
               if  ws-fs-arqArquivoMorto <> 0 then
                   move 302                                        to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoMorto                      to ws-msn-erro-cod
                   move "Erro ao Fechar Arquivo Morto p/ Consulta" to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       fecha-arquivo-morto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutenção do Cadastro de Estações - Submenu da Sessão Interativa: Inclui uma Estação,
      *>  Renomeia, Troca a Unidade ou a Situação Ativa/Inativa; Cada Alteração Aceita Regrava o
           perform until ws-man-opcao = "V"
                  or     ws-man-opcao = "v"
               display "Manutencao de Estacoes:"
               display "'I'ncluir / 'R'enomear / 'U'nidade / 'A'tiva-Inativa / Re'G'iao / 'V'oltar"
               accept ws-man-opcao

               evaluate ws-man-opcao
                   when "a"
                       perform manutencao-situacao-estacao

                   when "G"
                   when "g"
                       perform manutencao-regiao-estacao

                   when other
                       continue
               end-evaluate
                       accept ws-man-unidade
                       display "Situacao Ativa (S/N): "
                       accept ws-man-ativa
                       display "Regiao (Branco = Sem Regiao): "
                       accept ws-man-regiao
                       move ws-man-regiao to ws-regiao-busca
                       perform localiza-regiao

                       if  ws-man-unidade <> "C"
                       and ws-man-unidade <> "F" then
                           and ws-man-ativa <> "N" then
                               display "Situacao Invalida (So S ou N) - Inclusao Recusada"
                           else
                               if  ws-man-regiao <> spaces
                               and ws-qtd-regioes > 0
                               and ws-ind-regiao-achado = 0 then
                                   display "Regiao Nao Cadastrada - Inclusao Recusada"
                               else
                                   add 1                to ws-qtd-cadastro
                                   move ws-man-codigo   to ws-cad-codigo(ws-qtd-cadastro)
                                   move ws-man-nome     to ws-cad-nome(ws-qtd-cadastro)
                                   move ws-man-unidade  to ws-cad-unidade(ws-qtd-cadastro)
                                   move ws-man-ativa    to ws-cad-ativa(ws-qtd-cadastro)
                                   move ws-man-regiao   to ws-cad-regiao(ws-qtd-cadastro)

                                   perform regrava-cadastro-estacoes

                                   move ws-man-codigo   to ws-acad-estacao
                                   move "INCLUSAO"      to ws-acad-operacao
                                   move spaces          to ws-acad-antes
                                   move ws-man-nome     to ws-acad-depois
                                   perform grava-auditoria-estacao

                                   display "Estacao Incluida no Cadastro"
                               end-if
                           end-if
                       end-if
                   end-if
       manutencao-situacao-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca da Região de uma Estação Cadastrada - Branco Tira a Estação de Qualquer Região;
      *>  Com Cadastro de Regiões Carregado, So Aceita Codigo Que Consta Nele
      *>------------------------------------------------------------------------
       manutencao-regiao-estacao section.

           display "Codigo da Estacao: "
           accept ws-man-codigo
           perform localiza-cadastro-manutencao

           if  ws-ind-man-achado = 0 then
               display "Estacao Nao Cadastrada"
           else
               display "Regiao Atual: " ws-cad-regiao(ws-ind-man-achado)
               display "Nova Regiao (Branco = Sem Regiao): "
               accept ws-man-regiao
               move ws-man-regiao to ws-regiao-busca
               perform localiza-regiao

               if  ws-man-regiao <> spaces
               and ws-qtd-regioes > 0
               and ws-ind-regiao-achado = 0 then
                   display "Regiao Nao Cadastrada - Troca Recusada"
               else
                   move ws-man-codigo                      to ws-acad-estacao
                   move "REGIAO"                           to ws-acad-operacao
                   move ws-cad-regiao(ws-ind-man-achado)   to ws-acad-antes
                   move ws-man-regiao                      to ws-acad-depois

                   move ws-man-regiao                      to ws-cad-regiao(ws-ind-man-achado)

                   perform regrava-cadastro-estacoes
                   perform grava-auditoria-estacao

                   display "Regiao Alterada"
               end-if
           end-if

           .
       manutencao-regiao-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Localização no Cadastro da Estação do Codigo Digitado na Manutenção (ws-man-codigo) -
      *>  Zero em ws-ind-man-achado Quando Não Consta
               move ws-cad-nome(ws-ind-cadastro)        to fd-cad-nome
               move ws-cad-unidade(ws-ind-cadastro)     to fd-cad-unidade
               move ws-cad-ativa(ws-ind-cadastro)       to fd-cad-ativa
               move ws-cad-regiao(ws-ind-cadastro)      to fd-cad-regiao
               write fd-estacao-cadastro
           end-perform

                       move ws-temp-dia(ws-ind-estacao, ws-ind-temp)             to fd-dia
                       if  ws-unidade-estacao = "F" then
                           compute fd-temp rounded =
                                   ws-temp-bruto(ws-ind-estacao, ws-ind-temp) * 9 / 5 + 32
                       else
                           move ws-temp-bruto(ws-ind-estacao, ws-ind-temp)       to fd-temp
                       end-if
                       write fd-temperaturas
                   end-if
                               move fd-temp     to ws-temp-valor(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                               move "O"         to ws-temp-origem(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))

      *>                       O Valor Informado é o Ja Ajustado - o Master Recebe o Bruto (Sem o Offset de
      *>                       Calibração Vigente na Data), Que a Proxima Carga Ajusta de Novo
                               move fd-estacao          to ws-eqp-busca-estacao
                               move fd-data             to ws-eqp-busca-data
                               perform localiza-calibracao-vigente
                               compute ws-temp-bruto(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado)) =
                                       ws-qrv-valor-novo - ws-offset-vigente
                               move ws-temp-bruto(ws-ind-estacao-achado, ws-estacao-qtd-temp(ws-ind-estacao-achado))
                                                        to ws-temp-leitura-bruta

                               perform anexa-liberacao-master

                               move "[LIBERADA]"    to ws-qrd-disposicao
           end-if

           if  ws-unidade-estacao = "F" then
               compute fd-temp rounded = ws-temp-leitura-bruta * 9 / 5 + 32
           else
               move ws-temp-leitura-bruta to fd-temp
           end-if
           write fd-temperaturas

           move ws-desvio-campo                 to ws-rel-desvio
           move ws-flag-normal                  to ws-rel-anomalia

      *>   Amplitude do Dia (Minima/Maxima das Observações Horarias), Quando Houver
           move ws-cod-estacao                          to ws-amp-busca-estacao
           move ws-temp-data(ws-estacao-atual, ws-dia)  to ws-amp-busca-data
           perform monta-campo-amplitude
           move ws-amp-campo-texto              to ws-rel-amplitude

           write fd-rel-linha from ws-rel-linha

           .
           compute ws-cont-rejeitados = ws-cont-rej-faixa    + ws-cont-rej-registro +
                                        ws-cont-rej-cadastro + ws-cont-rej-inativa  +
                                        ws-cont-rej-data     + ws-cont-rej-dia-data +
                                        ws-cont-rej-tabela   + ws-cont-rej-ano-cheio +
                                        ws-cont-rej-hora

      *>   A Conferencia Que Não Bate é Defeito de Contagem do Programa - Sobe o Retorno Para 8
           if  ws-cont-registros-lidos <> ws-cont-aceitos + ws-cont-rejeitados then
               move ws-cont-rej-ano-cheio               to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Rejeitados Hora Invalida/Dupl.: " to ws-ctl-texto
               move ws-cont-rej-hora                    to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Total de Rejeitados...........: " to ws-ctl-texto
               move ws-cont-rejeitados                  to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha
               move ws-cont-delta-aplicados             to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Observacoes Horarias Lidas....: " to ws-ctl-texto
               move ws-cont-horarias-lidas              to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Dias Agregados das Horarias...: " to ws-ctl-texto
               move ws-cont-dias-agregados              to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Dias Horarios Incompletos.....: " to ws-ctl-texto
               move ws-cont-dias-incompletos            to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Dias Regionais Poucas Estacoes: " to ws-ctl-texto
               move ws-cont-dias-poucas-estacoes        to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Recordes Quebrados............: " to ws-ctl-texto
               move ws-cont-recordes-quebrados          to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Recordes Empatados............: " to ws-ctl-texto
               move ws-cont-recordes-empatados          to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Recordes Iniciais Registrados.: " to ws-ctl-texto
               move ws-cont-recordes-iniciais           to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Declaracoes Emitidas..........: " to ws-ctl-texto
               move ws-cont-declaracoes-emitidas        to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Pedidos de Declaracao Recusad.: " to ws-ctl-texto
               move ws-cont-pedidos-recusados           to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Meses Enviados ao Orgao.......: " to ws-ctl-texto
               move ws-cont-meses-enviados              to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Meses Rejeitados Pelo Orgao...: " to ws-ctl-texto
               move ws-cont-meses-rejeitados            to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Meses Sem Retorno do Orgao....: " to ws-ctl-texto
               move ws-cont-meses-sem-retorno           to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Retornos do Orgao Sem Envio...: " to ws-ctl-texto
               move ws-cont-retornos-sem-envio          to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Acessos Recusados.............: " to ws-ctl-texto
               move ws-cont-acessos-recusados           to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Notificacoes Novas............: " to ws-ctl-texto
               move ws-cont-ntf-novas                   to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Notificacoes Encerradas.......: " to ws-ctl-texto
               move ws-cont-ntf-encerradas              to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Notificacoes Sem Assinante....: " to ws-ctl-texto
               move ws-cont-ntf-sem-assinante           to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Linhas Arquivadas (Retencao)..: " to ws-ctl-texto
               move ws-cont-ret-arquivados              to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Coletores Sem Entrega.........: " to ws-ctl-texto
               move ws-cont-coletores-faltantes         to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Estacoes com Leitura Atrasada.: " to ws-ctl-texto
               move ws-cont-estacoes-atrasadas          to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

               move "Estacoes Fora da Cobertura....: " to ws-ctl-texto
               move ws-cont-estacoes-fora-cobertura     to ws-ctl-valor
               write fd-ctl-linha from ws-ctl-linha

      *>       Delta e Carga Completa na Mesma Execução - as Leituras Aplicadas Pelo Delta Foram
      *>       Relidas do Master Recem-Anexado Pela Carga e Contam Duas Vezes, nos Dois Lados da
      *>       Conferencia (Que Por Isso Continua Batendo) - o Aviso Evita a Conferencia a Mão Errada

      *>------------------------------------------------------------------------
      *>  Finalização - Apura o Codigo de Retorno Para o Agendador (0 = Limpo, 4 = Houve Quarentena,
      *>  Consulta Pulada, Alerta ou Entrega de Coletor Faltante, 8 = Conferencia Não Bate) e Grava
      *>  os Totais de Controle
      *>------------------------------------------------------------------------
       finaliza section.

           or  ws-cont-rej-cadastro > 0 or ws-cont-rej-inativa   > 0
           or  ws-cont-rej-data     > 0 or ws-cont-rej-dia-data  > 0
           or  ws-cont-rej-tabela   > 0 or ws-cont-rej-ano-cheio > 0
           or  ws-cont-rej-hora     > 0
           or  ws-cont-pedidos-recusados > 0
           or  ws-cont-meses-rejeitados  > 0
           or  ws-cont-retornos-sem-envio > 0
           or  ws-cont-acessos-recusados > 0
           or  ws-cont-coletores-faltantes > 0
           or  ws-cont-consultas-puladas > 0
           or  ws-cont-alertas      > 0 then
               move 4 to ws-codigo-retorno
