      *   PROG13: LIDOS = registros lidos, GRAVADOS = arquivados,
      *           EXCLUIDOS = removidos de GRADES.DAT
      *   PROG09: LIDOS = registros resumidos
      *   PROG109: LIDOS = liquidacoes do retorno bancario, GRAVADOS =
      *           parcelas baixadas, REJEITADOS = pendencias
      *   PROG111: LIDOS = parcelas lidas, GRAVADOS = parcelas com
      *           encargo, REJEITADOS = vencimento invalido
      *   PROG113: LIDOS = movimentos financeiros do dia, GRAVADOS =
      *           linhas de LANCCTB.DAT, REJEITADOS = tipos sem conta
      *   PROG116: LIDOS = bolsas lidas, GRAVADOS = bolsistas no
      *           GOVBENEF.DAT, REJEITADOS = abaixo do aproveitamento
      *   PROG119: LIDOS = diplomas lidos, GRAVADOS = XML gerados,
      *           INCLUIDOS = retornos da assinatura, REJEITADOS =
      *           documentos recusados na conferencia
      *   PROG120: LIDOS = alunos com matricula ativa, GRAVADOS =
      *           carteirinhas novas, INCLUIDOS = reimpressoes,
      *           REJEITADOS = fora do lote + 2a via recusada
      *   PROG122: LIDOS = alunos ativos do curso no ano, GRAVADOS =
      *           linhas do arquivo do INEP, INCLUIDOS = inscricoes
      *           novas no ENADE, REJEITADOS = retornos recusados
      *   PROG124: LIDOS = alunos do cadastro, REJEITADOS = alunos
      *           com CPF nao informado ou invalido
      *   PROG129: LIDOS = horas de monitoria da competencia,
      *           GRAVADOS = monitores pagos no MONBOLSA.DAT,
      *           REJEITADOS = horas sem vaga ou sem monitor selecionado
      *   PROG131: LIDOS = folhas da leitora otica, GRAVADOS = notas
      *           lancadas em COMPNOTA.DAT, REJEITADOS = folhas
      *           rejeitadas (DV da matricula ou matricula inativa)
      *   PROG132: LIDOS = folhas analisadas, REJEITADOS = questoes
      *           apontadas para a banca
      *   PROG134: LIDOS = formularios da avaliacao docente do
      *           periodo, GRAVADOS = professor/materia/curso com
      *           resultado, REJEITADOS = turmas suprimidas (< 5)
      *   PROG135: LIDOS = atribuicoes do periodo, GRAVADOS = aulas
      *           alocadas na proposta, REJEITADOS = aulas sem lugar
      *   PROG136: LIDOS = slots da proposta, GRAVADOS = slots em
      *           HORARIO.DAT, EXCLUIDOS = slots antigos substituidos,
      *           REJEITADOS = slots duplicados
      *   PROG138: LIDOS = alunos das provas da sessao, GRAVADOS =
      *           assentos em ASSENTO.DAT, EXCLUIDOS = assentos da
      *           rodada anterior, REJEITADOS = sem sala ou sem turma
      *   PROG139: LIDOS = postos de fiscalizacao, GRAVADOS = fiscais
      *           escalados na rodada, REJEITADOS = vagas sem fiscal
      *   PROG142: LIDOS = faltas de professor do periodo, GRAVADOS =
      *           reposicoes listadas, REJEITADOS = atrasadas ou fora
      *           do prazo
      *   PROG143: LIDOS = eventos do mes (aulas, faltas, reposicoes
      *           e fiscalizacoes), GRAVADOS = professores em
      *           HORASFOL.DAT, REJEITADOS = aulas sem professor
      *   PROG145: LIDOS = linhas de curriculo validadas, GRAVADOS =
      *           curriculos (correntes e versoes), REJEITADOS =
      *           curriculos com erro
      *   PROG146: LIDOS = alunos presos a versao de origem,
      *           GRAVADOS = alunos reenquadrados, REJEITADOS = alunos
      *           que sairiam prejudicados (PIOR)
      *   PROG149: LIDOS = alunos da turma do diario, GRAVADOS =
      *           aulas com conteudo, REJEITADOS = aulas com chamada
      *           sem conteudo registrado
      *   PROG152: LIDOS = empresas concedentes, GRAVADOS = empresas
      *           com convenio/seguro a vencer listadas, REJEITADOS =
      *           vencidas com estagiario ativo
      *   PROG153: LIDOS = matriculas do periodo, GRAVADOS =
      *           participantes enviados a plataforma de ensino,
      *           INCLUIDOS = turmas, EXCLUIDOS = desligamentos,
      *           REJEITADOS = alunos sem turma
      *   PROG154: LIDOS = linhas do livro de notas da plataforma,
      *           GRAVADOS = notas de atividade lancadas em
      *           COMPNOTA.DAT, INCLUIDOS = componentes novos,
      *           REJEITADOS = linhas em LMSREJ.DAT
      *   PROG155: LIDOS = registros de origem do extrato do BI,
      *           GRAVADOS = linhas de dimensao e fato, INCLUIDOS =
      *           chaves substitutas novas, REJEITADOS = fontes
      *           indisponiveis
      *   PROG156: LIDOS = linhas do relatorio cortado, GRAVADOS =
      *           paginas entregues as pecas, INCLUIDOS = pecas do
      *           manifesto, REJEITADOS = paginas sem destinatario
      *   PROG158: LIDOS = GRAVADOS = registros copiados para o
      *           conjunto, INCLUIDOS = arquivos descarregados,
      *           REJEITADOS = arquivos indisponiveis
      *   PROG159: LIDOS = detalhes do conjunto, GRAVADOS = registros
      *           recarregados, INCLUIDOS = arquivos conferidos,
      *           REJEITADOS = divergencias
      *   PROG43: LIDOS = eventos de notificacao, GRAVADOS = cartas,
      *           REJEITADOS = eventos segurados pela trava de
      *           publicacao
      *   PROG59: GRAVADOS = dependencias propostas, REJEITADOS =
      *           recusados por falta de vaga (fila de espera)
      *   PROG60: LIDOS = registros de GRADES.DAT, GRAVADOS =
      *           alterados exportados no ROSTDELT.CSV
      *   PROG98: LIDOS = registros de GRADES.DAT no relatorio de
      *           saude
      *   PROG160: planejar - LIDOS = programas da agenda, GRAVADOS =
      *           steps a executar, EXCLUIDOS = steps pulados;
      *           conferir - LIDOS = steps da lista, GRAVADOS =
      *           executados, EXCLUIDOS = pulados, REJEITADOS =
      *           devidos sem execucao
      *   PROG162: LIDOS = registros de nota (GRADES.DAT e historico),
      *           GRAVADOS = resumos gravados (R) ou conferidos sem
      *           diferenca (C), REJEITADOS = chaves divergentes,
      *           faltantes ou sobrando
      *   PROG163: LIDOS = entradas do lote no jornal, GRAVADOS =
      *           notas e componentes estornados (a estornar, na
      *           simulacao), EXCLUIDOS = inclusoes do lote excluidas,
      *           REJEITADOS = chaves retidas (alteradas depois do
      *           lote ou periodo fechado)
      *   PROG164: LIDOS = linhas de recertificacao examinadas,
      *           GRAVADOS = linhas da campanha aberta no dia,
      *           EXCLUIDOS = revogacoes aplicadas, REJEITADOS =
      *           operadores suspensos por prazo vencido
      *   PROG165: LIDOS = registros conferidos, GRAVADOS =
      *           referencias orfas listadas, REJEITADOS = orfaos
      *           novos em relacao a execucao anterior
      *   PROG166: LIDOS = pedidos das filas examinados, GRAVADOS =
      *           pedidos sem decisao listados, REJEITADOS =
      *           pedidos escalados (acima do prazo do regimento)
      *   PROG167: LIDOS = salas + turmas/disciplinas conferidas,
      *           GRAVADOS = turmas acima do maximo legal da sala,
      *           REJEITADOS = salas com capacidade acima da norma
      ******************************************************************
       01  RUNSTAT-REC.
           05 RS-PROGRAMA       PIC X(08).
