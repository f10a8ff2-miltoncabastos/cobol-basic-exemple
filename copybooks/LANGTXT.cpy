           05  CT-TIT-WHOSON            PIC X(30)
               VALUE '     OPERADORES ATIVOS        '.
           05  CT-WHOSON-CABECALHO      PIC X(60)
               VALUE 'TERMINAL  LOCAL       ID OPERADOR  DESDE'.
           05  CT-WHOSON-VAZIO          PIC X(40)
               VALUE 'Nenhum operador ativo.'.
           05  CT-WHOSON-CHEIA          PIC X(45)
           05  CT-NTF-PRESAS            PIC X(25)
               VALUE 'Paradas na fila: '.
           05  CT-NTF-CABECALHO         PIC X(60)
               VALUE
               'ST TN DATA     HORA   TIPO     P DESTINO    EVENTO'.
           05  CT-NTFQ-INDISP           PIC X(50)
               VALUE 'Sistema indisponivel - fila de notificacoes.'.
           05  CT-NTF-FIM               PIC X(40)
           05  CT-TIT-USRJRPT           PIC X(30)
               VALUE '    HISTORICO DO CADASTRO     '.
           05  CT-JRN-CABECALHO         PIC X(60)
               VALUE
               'DATA     HORA     ORIGEM   POR        APROVADOR   ACAO'.
           05  CT-JRN-FIM               PIC X(40)
               VALUE 'Relatorio gerado em USRJRPT.PRT'.
           05  CT-USRJRNL-AUSENTE       PIC X(50)
           05  CT-ALR-ABERTOS           PIC X(32)
               VALUE 'Alertas de seguranca abertos: '.
           05  CT-ALR-CABECALHO         PIC X(60)
               VALUE
               'NR DATA     TIPO     TERMINAL  ID OPERADOR  QTD  LOCAL'.
           05  CT-ALR-PROMPT-NR         PIC X(30)
               VALUE 'Numero do alerta (0=sair): '.
           05  CT-ALR-PROMPT-NOTA       PIC X(30)
               VALUE 'Relatorio gerado em SHIFTRPT.PRT'.
           05  CT-SHIFT-INDISP          PIC X(50)
               VALUE 'Sistema indisponivel - arquivo de horarios.'.
           05  CT-TIT-RECERT            PIC X(30)
               VALUE '  RECERTIFICACAO DE ACESSOS   '.
           05  CT-RCT-CABECALHO         PIC X(60)
               VALUE
               'ID         NOME            P S ULT.ACES DIAS SITUACAO'.
           05  CT-RCT-NUNCA             PIC X(8)
               VALUE 'NUNCA'.
           05  CT-RCT-INATIVADO         PIC X(12)
               VALUE 'INATIVADO'.
           05  CT-RCT-LISTADOS          PIC X(25)
               VALUE 'Operadores listados: '.
           05  CT-RCT-INATIVADOS        PIC X(30)
               VALUE 'Inativados por inatividade: '.
           05  CT-RCT-DECISOES          PIC X(40)
               VALUE 'Decisoes a preencher em RECDEC.DAT'.
           05  CT-RECDEC-INDISP         PIC X(50)
               VALUE 'Sistema indisponivel - arquivo de decisoes.'.
           05  CT-TIT-RECAPPLY          PIC X(30)
               VALUE ' APLICACAO DA RECERTIFICACAO  '.
           05  CT-RCA-CABECALHO         PIC X(60)
               VALUE 'ID         D P REVISOR    RESULTADO'.
           05  CT-RCA-MANTIDO           PIC X(12)
               VALUE 'MANTIDO'.
           05  CT-RCA-PENDENTE          PIC X(12)
               VALUE 'SEM DECISAO'.
           05  CT-RCA-LIDAS             PIC X(25)
               VALUE 'Decisoes lidas: '.
           05  CT-RCA-APLICADAS         PIC X(25)
               VALUE 'Decisoes aplicadas: '.
           05  CT-RCA-MANTIDAS          PIC X(25)
               VALUE 'Acessos mantidos: '.
           05  CT-RCA-PENDENTES         PIC X(25)
               VALUE 'Sem decisao: '.
           05  CT-RCA-REJEITADAS        PIC X(25)
               VALUE 'Decisoes rejeitadas: '.
           05  CT-TIT-RECONCIL          PIC X(30)
               VALUE '   CONCILIACAO DE ARQUIVOS    '.
           05  CT-RCN-CABECALHO         PIC X(60)
               VALUE
               'ARQUIVO  CHAVE      INFORMACAO           DIVERGENCIA'.
           05  CT-RCN-SEM-LOGIN         PIC X(40)
               VALUE 'Sessao ativa sem ON no LOGIN.LOG'.
           05  CT-RCN-CKPT-ORFAO        PIC X(40)
               VALUE 'Checkpoint LOGIN sem sessao ativa'.
           05  CT-RCN-SEM-BLOQ          PIC X(40)
               VALUE 'Bloqueado sem evento BLOQUEIO'.
           05  CT-RCN-DIFERE            PIC X(40)
               VALUE 'Cadastro difere do ultimo jornal'.
           05  CT-RCN-JRNL-ORFAO        PIC X(40)
               VALUE 'Jornal de operador fora do cadastro'.
           05  CT-RCN-SHIFT-ORFAO       PIC X(40)
               VALUE 'Horario de operador fora do cadastro'.
           05  CT-RCN-TOTAL             PIC X(25)
               VALUE 'Total de divergencias: '.
           05  CT-RCN-NENHUMA           PIC X(40)
               VALUE 'Nenhuma divergencia encontrada.'.
           05  CT-RCN-FIM               PIC X(40)
               VALUE 'Relatorio gerado em RECONCIL.PRT'.
           05  CT-TIT-USRUNLD           PIC X(40)
               VALUE '   DESCARGA DO CADASTRO DE OPERADORES   '.
           05  CT-UNL-CABECALHO         PIC X(60)
               VALUE 'ARQUIVO    GERACAO              QTDE    HASH'.
           05  CT-UNL-VERIFICADA        PIC X(40)
               VALUE 'Descarga verificada na releitura.'.
           05  CT-UNL-DIVERGE           PIC X(50)
               VALUE 'Releitura nao confere - descarga invalida.'.
           05  CT-UNL-GER-INDISP        PIC X(40)
               VALUE 'Geracao de copia indisponivel: '.
           05  CT-BKPCTL-INDISP         PIC X(50)
               VALUE 'Controle de copias BKPCTL.DAT indisponivel.'.
           05  CT-UNL-FIM               PIC X(40)
               VALUE 'Relatorio gerado em USRUNLD.PRT'.
           05  CT-TIT-USRRECOV          PIC X(40)
               VALUE ' RECUPERACAO DO CADASTRO DE OPERADORES  '.
           05  CT-RCV-PARM-INVAL        PIC X(54)
               VALUE 'Parametro invalido. Use AAAAMMDD HHMMSS [SHIFT].'.
           05  CT-RCV-SEM-COPIA         PIC X(54)
               VALUE 'Nenhuma descarga valida antes do ponto pedido.'.
           05  CT-RCV-COPIA             PIC X(30)
               VALUE 'Descarga usada: '.
           05  CT-RCV-PONTO             PIC X(30)
               VALUE 'Recuperar ate: '.
           05  CT-RCV-ESPERADO          PIC X(30)
               VALUE 'Esperado no controle: '.
           05  CT-RCV-LIDO              PIC X(30)
               VALUE 'Lido da copia: '.
           05  CT-RCV-COPIA-INVAL       PIC X(54)
               VALUE
               'Copia nao confere com o controle - nada recarregado.'.
           05  CT-RCV-RECARREGADOS      PIC X(30)
               VALUE 'Registros recarregados: '.
           05  CT-RCV-JRNL-LIDOS        PIC X(30)
               VALUE 'Jornal - lidos: '.
           05  CT-RCV-JRNL-ANTES        PIC X(30)
               VALUE 'Jornal - antes da copia: '.
           05  CT-RCV-JRNL-INCL         PIC X(30)
               VALUE 'Jornal - inclusoes: '.
           05  CT-RCV-JRNL-ALT          PIC X(30)
               VALUE 'Jornal - alteracoes: '.
           05  CT-RCV-JRNL-DEPOIS       PIC X(30)
               VALUE 'Jornal - apos o ponto: '.
           05  CT-RCV-JRNL-ERRO         PIC X(30)
               VALUE 'Jornal - nao aplicados: '.
           05  CT-RCV-FINAL             PIC X(30)
               VALUE 'Registros no USERS.DAT: '.
           05  CT-RCV-CONFERE           PIC X(54)
               VALUE 'Contagem confere: copia + inclusoes = final.'.
           05  CT-RCV-DIVERGE           PIC X(54)
               VALUE
               'Contagem NAO confere: copia + inclusoes <> final.'.
           05  CT-RCV-SHIFT             PIC X(30)
               VALUE 'Horarios recarregados: '.
           05  CT-RCV-FIM               PIC X(40)
               VALUE 'Relatorio gerado em USRRECOV.PRT'.
           05  CT-SIE-ARQUIVO           PIC X(30)
               VALUE 'Arquivo de interface: '.
           05  CT-SIE-EXTRAIDOS         PIC X(30)
               VALUE 'Eventos extraidos de '.
           05  CT-SIE-TOTAL             PIC X(30)
               VALUE 'Total de eventos extraidos: '.
           05  CT-SIEMHWM-INDISP        PIC X(50)
               VALUE 'Controle SIEMHWM.DAT indisponivel.'.
           05  CT-SIE-EXT-INDISP        PIC X(40)
               VALUE 'Arquivo de interface indisponivel: '.
           05  CT-MENU-10               PIC X(24)
               VALUE '10 - Consultar operador'.
           05  CT-TIT-OPRINQ            PIC X(30)
               VALUE '     CONSULTA DE OPERADOR     '.
           05  CT-INQ-PROMPT-ID         PIC X(30)
               VALUE 'ID do operador (branco=sair): '.
           05  CT-INQ-NAO-CAD           PIC X(40)
               VALUE 'Operador nao cadastrado.'.
           05  CT-INQ-NAVEGA            PIC X(40)
               VALUE 'N=proxima  P=anterior  0=sair: '.
           05  CT-INQ-PAGINA            PIC X(8)
               VALUE 'Pagina '.
           05  CT-INQ-PG-CADASTRO       PIC X(30)
               VALUE 'Cadastro e horario'.
           05  CT-INQ-PG-EVENTOS        PIC X(30)
               VALUE 'Entradas e saidas'.
           05  CT-INQ-PG-SECLOG         PIC X(30)
               VALUE 'Falhas de seguranca'.
           05  CT-INQ-PG-ALERTAS        PIC X(30)
               VALUE 'Alertas abertos'.
           05  CT-INQ-PG-JORNAL         PIC X(30)
               VALUE 'Ultimas alteracoes'.
           05  CT-INQ-NOME              PIC X(20)
               VALUE 'Nome: '.
           05  CT-INQ-SITUACAO          PIC X(20)
               VALUE 'Situacao: '.
           05  CT-INQ-PERFIL            PIC X(20)
               VALUE 'Perfil: '.
           05  CT-INQ-SENHA-EXP         PIC X(20)
               VALUE 'Senha expira em: '.
           05  CT-INQ-ALTERADO          PIC X(20)
               VALUE 'Ultima alteracao: '.
           05  CT-INQ-HORARIO           PIC X(20)
               VALUE 'Horario (STQQSSD): '.
           05  CT-INQ-SEM-HORARIO       PIC X(40)
               VALUE 'Sem restricao de horario'.
           05  CT-INQ-SESSAO            PIC X(20)
               VALUE 'Sessao ativa: '.
           05  CT-INQ-SEM-SESSAO        PIC X(40)
               VALUE 'Nao esta conectado'.
           05  CT-INQ-NENHUM            PIC X(40)
               VALUE 'Nenhum registro.'.
           05  CT-NTF-POR-TIPO          PIC X(30)
               VALUE 'Por tipo de evento:'.
           05  CT-NTF-TIPO-CAB          PIC X(50)
               VALUE 'TIPO        ENVIADAS   FALHAS     PENDENTES'.
           05  CT-TIT-PWDWARN           PIC X(30)
               VALUE '       SENHAS A EXPIRAR       '.
           05  CT-PWW-CABECALHO         PIC X(60)
               VALUE
               'OPERADOR   NOME                 EXPIRA    DIAS AVISO'.
           05  CT-PWW-AVISADO           PIC X(12)
               VALUE 'AVISADO'.
           05  CT-PWW-JA-AVISADO        PIC X(12)
               VALUE 'JA AVISADO'.
           05  CT-PWW-TOTAL             PIC X(30)
               VALUE 'Senhas a expirar: '.
           05  CT-PWW-AVISOS            PIC X(30)
               VALUE 'Avisos enfileirados: '.
           05  CT-PWW-FIM               PIC X(40)
               VALUE 'Relatorio gerado em PWDWARN.PRT'.
           05  CT-MNT-MENU-6            PIC X(24)
               VALUE '6 - Delegacao de perfil'.
           05  CT-MNT-PROMPT-DELEG      PIC X(30)
               VALUE 'Perfil delegado (2/3): '.
           05  CT-MNT-PROMPT-DE         PIC X(30)
               VALUE 'De (AAAAMMDD): '.
           05  CT-MNT-PROMPT-ATE        PIC X(30)
               VALUE 'Ate (AAAAMMDD): '.
           05  CT-MNT-PROMPT-MOTIVO     PIC X(30)
               VALUE 'Motivo: '.
           05  CT-MNT-DELEG-GRAVADA     PIC X(40)
               VALUE 'Delegacao gravada.'.
           05  CT-MNT-DELEG-CANCELADA   PIC X(40)
               VALUE 'Delegacoes ativas canceladas: '.
           05  CT-MNT-DELEG-INVALIDA    PIC X(50)
               VALUE 'Delegacao invalida - perfil, datas ou motivo.'.
           05  CT-DELEG-INDISP          PIC X(50)
               VALUE 'Sistema indisponivel - arquivo de delegacoes.'.
           05  CT-TIT-DELEGEXP          PIC X(30)
               VALUE '     DELEGACOES DE PERFIL     '.
           05  CT-DLG-CABECALHO         PIC X(60)
               VALUE 'OPERADOR   P DE       ATE      SITUACAO   MOTIVO'.
           05  CT-DLG-ATIVA             PIC X(10)
               VALUE 'ATIVA'.
           05  CT-DLG-FUTURA            PIC X(10)
               VALUE 'FUTURA'.
           05  CT-DLG-EXPIRADA          PIC X(10)
               VALUE 'EXPIRADA'.
           05  CT-DLG-ATIVAS            PIC X(30)
               VALUE 'Delegacoes ativas: '.
           05  CT-DLG-EXPIRADAS         PIC X(30)
               VALUE 'Delegacoes expiradas: '.
           05  CT-DLG-FIM               PIC X(40)
               VALUE 'Relatorio gerado em DELEGEXP.PRT'.
           05  CT-TIT-CHGAPRV           PIC X(30)
               VALUE '   APROVACAO DE ALTERACOES    '.
           05  CT-APR-CABECALHO         PIC X(60)
               VALUE
               'NR  TIPO     OPERADOR   PEDIDO POR DATA     PRF SIT'.
           05  CT-APR-PROMPT-NR         PIC X(30)
               VALUE 'Numero do pedido (0=sair): '.
           05  CT-APR-PROMPT-DECISAO    PIC X(30)
               VALUE 'Aprovar (A) / Rejeitar (R): '.
           05  CT-APR-NENHUM            PIC X(40)
               VALUE 'Nenhuma alteracao pendente.'.
           05  CT-APR-APLICADA          PIC X(50)
               VALUE 'Alteracao aprovada e aplicada.'.
           05  CT-APR-REJEITADA         PIC X(50)
               VALUE 'Alteracao rejeitada.'.
           05  CT-APR-FALHOU            PIC X(50)
               VALUE 'Cadastro mudou desde o pedido - nao aplicada.'.
           05  CT-APR-EXPIRADA          PIC X(50)
               VALUE 'Pedido expirado - mais de 48 horas.'.
           05  CT-APR-PROPRIO-PEDIDO    PIC X(50)
               VALUE 'Pedido feito por voce - outro admin decide.'.
           05  CT-APR-PROPRIO-CADASTRO  PIC X(50)
               VALUE
               'Alteracao do seu proprio cadastro - nao permitido.'.
           05  CT-APR-DECISAO-INVALIDA  PIC X(50)
               VALUE 'Decisao invalida.'.
           05  CT-PENDCHG-INDISP        PIC X(50)
               VALUE 'Sistema indisponivel - arquivo de pendencias.'.
           05  CT-MNT-MENU-7            PIC X(24)
               VALUE '7 - Aprovar alteracoes'.
           05  CT-MNT-PENDENTE          PIC X(50)
               VALUE 'Pedido gravado - aguarda aprovacao.'.
           05  CT-HR-PERFIL-PENDENTE    PIC X(20)
               VALUE 'PERFIL PENDENTE '.
           05  CT-HR-PENDENTES          PIC X(25)
               VALUE 'Perfis pendentes: '.
           05  CT-MNT-MENU-8            PIC X(24)
               VALUE '8 - Terminais'.
           05  CT-MNT-PROMPT-TERMINAL   PIC X(30)
               VALUE 'Terminal: '.
           05  CT-MNT-PROMPT-LOCAL      PIC X(30)
               VALUE 'Local/agencia: '.
           05  CT-MNT-PROMPT-DESCRICAO  PIC X(30)
               VALUE 'Descricao: '.
           05  CT-MNT-PROMPT-SITUACAO   PIC X(30)
               VALUE 'Situacao (A=Aberto C=Fechado):'.
           05  CT-MNT-PROMPT-PERFIL-MAX PIC X(30)
               VALUE 'Perfil maximo (1/2/3): '.
           05  CT-MNT-TERM-GRAVADO      PIC X(32)
               VALUE 'Terminal gravado.'.
           05  CT-MNT-TERM-INVALIDO     PIC X(32)
               VALUE 'Dados do terminal invalidos.'.
           05  CT-TERMINAL-INDISP       PIC X(50)
               VALUE 'Sistema indisponivel - arquivo de terminais.'.
           05  CT-TERM-DESCONHECIDO     PIC X(40)
               VALUE 'Terminal nao cadastrado.'.
           05  CT-TERM-FECHADO          PIC X(40)
               VALUE 'Terminal fechado.'.
           05  CT-TERM-PERFIL-EXCEDE    PIC X(40)
               VALUE 'Perfil nao permitido neste terminal.'.
           05  CT-SES-LOCAL             PIC X(10)
               VALUE 'Local: '.
           05  CT-SES-SEM-LOCAL         PIC X(20)
               VALUE 'nao cadastrado'.
           05  CT-SES-SUBTOTAL-LOCAL    PIC X(22)
               VALUE 'Subtotal do local: '.
           05  CT-TIT-RETARCH           PIC X(30)
               VALUE '     RETENCAO DE ARQUIVOS     '.
           05  CT-RET-POLITICA          PIC X(30)
               VALUE 'POLITICA DE RETENCAO'.
           05  CT-RET-POL-CABECALHO     PIC X(50)
               VALUE 'ARQUIVO  DIAS DESTINO    OBSERVACAO'.
           05  CT-RET-CABECALHO         PIC X(50)
               VALUE 'ARQUIVO  CORTE    ANTES   REMOVID RETIDOS DEPOIS'.
           05  CT-RET-ARQUIVAR          PIC X(10)
               VALUE 'ARQUIVAR'.
           05  CT-RET-ELIMINAR          PIC X(10)
               VALUE 'ELIMINAR'.
           05  CT-RET-SEM-CONTROLE      PIC X(50)
               VALUE 'RETCTL.DAT AUSENTE - NENHUM ARQUIVO ALTERADO'.
           05  CT-RET-SEM-POLITICA      PIC X(40)
               VALUE 'SEM POLITICA VALIDA - NAO ALTERADO'.
           05  CT-RETCTL-INDISP         PIC X(50)
               VALUE 'ARQUIVO DE RETENCAO INDISPONIVEL'.
           05  CT-RET-ERRO              PIC X(32)
               VALUE 'ERRO NA RETENCAO DO ARQUIVO '.
           05  CT-RET-REMOVIDOS         PIC X(30)
               VALUE 'TOTAL DE REGISTROS REMOVIDOS: '.
           05  CT-RET-RETIDOS           PIC X(30)
               VALUE 'EXPIRADOS RETIDOS: '.
           05  CT-RCT-REVISAR           PIC X(12)
               VALUE 'REVISAR'.
           05  CT-RCT-REVISAO           PIC X(30)
               VALUE 'Para revisao manual: '.
           05  CT-RCT-SEM-LOGIN         PIC X(54)
               VALUE
               'LOGIN.LOG indisponivel - nenhum operador inativado.'.
           05  CT-RET-CONVERTIDOS       PIC X(30)
               VALUE 'Registros convertidos: '.
           05  CT-RET-CONV-FORMATO      PIC X(50)
               VALUE
               'Arquivo nao esta no formato antigo - nada feito: '.
           05  CT-RET-CONV-AUSENTE      PIC X(40)
               VALUE 'Arquivo ausente - nao convertido: '.
           05  CT-MNT-TERM-ERRO         PIC X(40)
               VALUE 'Erro ao gravar arquivo de terminais.'.

       01  LANG-TEXT-EN.
           05  CT-TITULO                PIC X(30)
           05  CT-TIT-WHOSON            PIC X(30)
               VALUE '      ACTIVE OPERATORS        '.
           05  CT-WHOSON-CABECALHO      PIC X(60)
               VALUE 'TERMINAL  LOCATION    OPERATOR ID  SINCE'.
           05  CT-WHOSON-VAZIO          PIC X(40)
               VALUE 'No operators signed on.'.
           05  CT-WHOSON-CHEIA          PIC X(45)
           05  CT-NTF-PRESAS            PIC X(25)
               VALUE 'Stuck in the queue: '.
           05  CT-NTF-CABECALHO         PIC X(60)
               VALUE
               'ST TR DATE     TIME   TYPE     P RECIPIENT  EVENT'.
           05  CT-NTFQ-INDISP           PIC X(50)
               VALUE 'System unavailable - notification queue.'.
           05  CT-NTF-FIM               PIC X(40)
           05  CT-TIT-USRJRPT           PIC X(30)
               VALUE '     USER CHANGE HISTORY      '.
           05  CT-JRN-CABECALHO         PIC X(60)
               VALUE
               'DATE     TIME     SOURCE   BY         APPROVER    ACT'.
           05  CT-JRN-FIM               PIC X(40)
               VALUE 'Report written to USRJRPT.PRT'.
           05  CT-USRJRNL-AUSENTE       PIC X(50)
           05  CT-ALR-ABERTOS           PIC X(32)
               VALUE 'Open security alerts: '.
           05  CT-ALR-CABECALHO         PIC X(60)
               VALUE
               'NO DATE     TYPE     TERMINAL  OPERATOR ID  CNT  SITE'.
           05  CT-ALR-PROMPT-NR         PIC X(30)
               VALUE 'Alert number (0=exit): '.
           05  CT-ALR-PROMPT-NOTA       PIC X(30)
               VALUE 'Report written to SHIFTRPT.PRT'.
           05  CT-SHIFT-INDISP          PIC X(50)
               VALUE 'System unavailable - schedule file.'.
           05  CT-TIT-RECERT            PIC X(30)
               VALUE '    ACCESS RECERTIFICATION    '.
           05  CT-RCT-CABECALHO         PIC X(60)
               VALUE
               'ID         NAME            R S LAST ON  DAYS STATUS'.
           05  CT-RCT-NUNCA             PIC X(8)
               VALUE 'NEVER'.
           05  CT-RCT-INATIVADO         PIC X(12)
               VALUE 'DEACTIVATED'.
           05  CT-RCT-LISTADOS          PIC X(25)
               VALUE 'Operators listed: '.
           05  CT-RCT-INATIVADOS        PIC X(30)
               VALUE 'Deactivated as dormant: '.
           05  CT-RCT-DECISOES          PIC X(40)
               VALUE 'Decisions to fill in RECDEC.DAT'.
           05  CT-RECDEC-INDISP         PIC X(50)
               VALUE 'System unavailable - decision file.'.
           05  CT-TIT-RECAPPLY          PIC X(30)
               VALUE '    RECERTIFICATION UPDATE    '.
           05  CT-RCA-CABECALHO         PIC X(60)
               VALUE 'ID         D R REVIEWER   RESULT'.
           05  CT-RCA-MANTIDO           PIC X(12)
               VALUE 'KEPT'.
           05  CT-RCA-PENDENTE          PIC X(12)
               VALUE 'NO DECISION'.
           05  CT-RCA-LIDAS             PIC X(25)
               VALUE 'Decisions read: '.
           05  CT-RCA-APLICADAS         PIC X(25)
               VALUE 'Decisions applied: '.
           05  CT-RCA-MANTIDAS          PIC X(25)
               VALUE 'Access kept: '.
           05  CT-RCA-PENDENTES         PIC X(25)
               VALUE 'No decision: '.
           05  CT-RCA-REJEITADAS        PIC X(25)
               VALUE 'Decisions rejected: '.
           05  CT-TIT-RECONCIL          PIC X(30)
               VALUE '     FILE RECONCILIATION      '.
           05  CT-RCN-CABECALHO         PIC X(60)
               VALUE
               'FILE     KEY        DETAIL               MISMATCH'.
           05  CT-RCN-SEM-LOGIN         PIC X(40)
               VALUE 'Active session with no ON in LOGIN.LOG'.
           05  CT-RCN-CKPT-ORFAO        PIC X(40)
               VALUE 'LOGIN checkpoint with no session'.
           05  CT-RCN-SEM-BLOQ          PIC X(40)
               VALUE 'Locked with no BLOQUEIO event'.
           05  CT-RCN-DIFERE            PIC X(40)
               VALUE 'Record differs from last journal'.
           05  CT-RCN-JRNL-ORFAO        PIC X(40)
               VALUE 'Journal for operator not on file'.
           05  CT-RCN-SHIFT-ORFAO       PIC X(40)
               VALUE 'Schedule for operator not on file'.
           05  CT-RCN-TOTAL             PIC X(25)
               VALUE 'Total mismatches: '.
           05  CT-RCN-NENHUMA           PIC X(40)
               VALUE 'No mismatches found.'.
           05  CT-RCN-FIM               PIC X(40)
               VALUE 'Report written to RECONCIL.PRT'.
           05  CT-TIT-USRUNLD           PIC X(40)
               VALUE '         OPERATOR MASTER UNLOAD         '.
           05  CT-UNL-CABECALHO         PIC X(60)
               VALUE 'FILE       GENERATION           COUNT   HASH'.
           05  CT-UNL-VERIFICADA        PIC X(40)
               VALUE 'Unload verified by reread.'.
           05  CT-UNL-DIVERGE           PIC X(50)
               VALUE 'Reread does not match - unload not valid.'.
           05  CT-UNL-GER-INDISP        PIC X(40)
               VALUE 'Backup generation unavailable: '.
           05  CT-BKPCTL-INDISP         PIC X(50)
               VALUE 'Backup control BKPCTL.DAT unavailable.'.
           05  CT-UNL-FIM               PIC X(40)
               VALUE 'Report written to USRUNLD.PRT'.
           05  CT-TIT-USRRECOV          PIC X(40)
               VALUE '        OPERATOR MASTER RECOVERY        '.
           05  CT-RCV-PARM-INVAL        PIC X(54)
               VALUE 'Invalid parameter. Use YYYYMMDD HHMMSS [SHIFT].'.
           05  CT-RCV-SEM-COPIA         PIC X(54)
               VALUE 'No good unload before the requested point.'.
           05  CT-RCV-COPIA             PIC X(30)
               VALUE 'Unload used: '.
           05  CT-RCV-PONTO             PIC X(30)
               VALUE 'Recover up to: '.
           05  CT-RCV-ESPERADO          PIC X(30)
               VALUE 'Expected by control: '.
           05  CT-RCV-LIDO              PIC X(30)
               VALUE 'Read from unload: '.
           05  CT-RCV-COPIA-INVAL       PIC X(54)
               VALUE
               'Unload does not match control - nothing reloaded.'.
           05  CT-RCV-RECARREGADOS      PIC X(30)
               VALUE 'Records reloaded: '.
           05  CT-RCV-JRNL-LIDOS        PIC X(30)
               VALUE 'Journal - read: '.
           05  CT-RCV-JRNL-ANTES        PIC X(30)
               VALUE 'Journal - before unload: '.
           05  CT-RCV-JRNL-INCL         PIC X(30)
               VALUE 'Journal - adds applied: '.
           05  CT-RCV-JRNL-ALT          PIC X(30)
               VALUE 'Journal - changes applied: '.
           05  CT-RCV-JRNL-DEPOIS       PIC X(30)
               VALUE 'Journal - after the point: '.
           05  CT-RCV-JRNL-ERRO         PIC X(30)
               VALUE 'Journal - not applied: '.
           05  CT-RCV-FINAL             PIC X(30)
               VALUE 'Records on USERS.DAT: '.
           05  CT-RCV-CONFERE           PIC X(54)
               VALUE 'Counts agree: unload + adds = final.'.
           05  CT-RCV-DIVERGE           PIC X(54)
               VALUE 'Counts DO NOT agree: unload + adds <> final.'.
           05  CT-RCV-SHIFT             PIC X(30)
               VALUE 'Schedules reloaded: '.
           05  CT-RCV-FIM               PIC X(40)
               VALUE 'Report written to USRRECOV.PRT'.
           05  CT-SIE-ARQUIVO           PIC X(30)
               VALUE 'Interface file: '.
           05  CT-SIE-EXTRAIDOS         PIC X(30)
               VALUE 'Events extracted from '.
           05  CT-SIE-TOTAL             PIC X(30)
               VALUE 'Total events extracted: '.
           05  CT-SIEMHWM-INDISP        PIC X(50)
               VALUE 'Control file SIEMHWM.DAT unavailable.'.
           05  CT-SIE-EXT-INDISP        PIC X(40)
               VALUE 'Interface file unavailable: '.
           05  CT-MENU-10               PIC X(24)
               VALUE '10 - Operator inquiry'.
           05  CT-TIT-OPRINQ            PIC X(30)
               VALUE '       OPERATOR INQUIRY       '.
           05  CT-INQ-PROMPT-ID         PIC X(30)
               VALUE 'Operator ID (blank = exit): '.
           05  CT-INQ-NAO-CAD           PIC X(40)
               VALUE 'Operator not on file.'.
           05  CT-INQ-NAVEGA            PIC X(40)
               VALUE 'N=next  P=previous  0=exit: '.
           05  CT-INQ-PAGINA            PIC X(8)
               VALUE 'Page '.
           05  CT-INQ-PG-CADASTRO       PIC X(30)
               VALUE 'Master record and shift'.
           05  CT-INQ-PG-EVENTOS        PIC X(30)
               VALUE 'Sign-ons and sign-offs'.
           05  CT-INQ-PG-SECLOG         PIC X(30)
               VALUE 'Security failures'.
           05  CT-INQ-PG-ALERTAS        PIC X(30)
               VALUE 'Open alerts'.
           05  CT-INQ-PG-JORNAL         PIC X(30)
               VALUE 'Latest changes'.
           05  CT-INQ-NOME              PIC X(20)
               VALUE 'Name: '.
           05  CT-INQ-SITUACAO          PIC X(20)
               VALUE 'Status: '.
           05  CT-INQ-PERFIL            PIC X(20)
               VALUE 'Role: '.
           05  CT-INQ-SENHA-EXP         PIC X(20)
               VALUE 'Password expires: '.
           05  CT-INQ-ALTERADO          PIC X(20)
               VALUE 'Last changed: '.
           05  CT-INQ-HORARIO           PIC X(20)
               VALUE 'Shift (MTWTFSS): '.
           05  CT-INQ-SEM-HORARIO       PIC X(40)
               VALUE 'No shift restriction'.
           05  CT-INQ-SESSAO            PIC X(20)
               VALUE 'Active session: '.
           05  CT-INQ-SEM-SESSAO        PIC X(40)
               VALUE 'Not signed on'.
           05  CT-INQ-NENHUM            PIC X(40)
               VALUE 'No records.'.
           05  CT-NTF-POR-TIPO          PIC X(30)
               VALUE 'By event type:'.
           05  CT-NTF-TIPO-CAB          PIC X(50)
               VALUE 'TYPE        SENT       FAILED     PENDING'.
           05  CT-TIT-PWDWARN           PIC X(30)
               VALUE '      EXPIRING PASSWORDS      '.
           05  CT-PWW-CABECALHO         PIC X(60)
               VALUE
               'OPERATOR   NAME                 EXPIRES   DAYS WARNING'.
           05  CT-PWW-AVISADO           PIC X(12)
               VALUE 'WARNED'.
           05  CT-PWW-JA-AVISADO        PIC X(12)
               VALUE 'ALREADY SENT'.
           05  CT-PWW-TOTAL             PIC X(30)
               VALUE 'Expiring passwords: '.
           05  CT-PWW-AVISOS            PIC X(30)
               VALUE 'Warnings queued: '.
           05  CT-PWW-FIM               PIC X(40)
               VALUE 'Report written to PWDWARN.PRT'.
           05  CT-MNT-MENU-6            PIC X(24)
               VALUE '6 - Role delegation'.
           05  CT-MNT-PROMPT-DELEG      PIC X(30)
               VALUE 'Delegated role (2/3): '.
           05  CT-MNT-PROMPT-DE         PIC X(30)
               VALUE 'From (YYYYMMDD): '.
           05  CT-MNT-PROMPT-ATE        PIC X(30)
               VALUE 'To (YYYYMMDD): '.
           05  CT-MNT-PROMPT-MOTIVO     PIC X(30)
               VALUE 'Reason: '.
           05  CT-MNT-DELEG-GRAVADA     PIC X(40)
               VALUE 'Delegation saved.'.
           05  CT-MNT-DELEG-CANCELADA   PIC X(40)
               VALUE 'Active delegations withdrawn: '.
           05  CT-MNT-DELEG-INVALIDA    PIC X(50)
               VALUE 'Invalid delegation - role, dates or reason.'.
           05  CT-DELEG-INDISP          PIC X(50)
               VALUE 'System unavailable - delegation file.'.
           05  CT-TIT-DELEGEXP          PIC X(30)
               VALUE '       ROLE DELEGATIONS       '.
           05  CT-DLG-CABECALHO         PIC X(60)
               VALUE 'OPERATOR   R FROM     TO       STATUS     REASON'.
           05  CT-DLG-ATIVA             PIC X(10)
               VALUE 'ACTIVE'.
           05  CT-DLG-FUTURA            PIC X(10)
               VALUE 'FUTURE'.
           05  CT-DLG-EXPIRADA          PIC X(10)
               VALUE 'EXPIRED'.
           05  CT-DLG-ATIVAS            PIC X(30)
               VALUE 'Active delegations: '.
           05  CT-DLG-EXPIRADAS         PIC X(30)
               VALUE 'Expired delegations: '.
           05  CT-DLG-FIM               PIC X(40)
               VALUE 'Report written to DELEGEXP.PRT'.
           05  CT-TIT-CHGAPRV           PIC X(30)
               VALUE '       CHANGE APPROVAL        '.
           05  CT-APR-CABECALHO         PIC X(60)
               VALUE
               'NR  TYPE     OPERATOR   ASKED BY   DATE     ROL STA'.
           05  CT-APR-PROMPT-NR         PIC X(30)
               VALUE 'Request number (0=exit): '.
           05  CT-APR-PROMPT-DECISAO    PIC X(30)
               VALUE 'Approve (A) / Reject (R): '.
           05  CT-APR-NENHUM            PIC X(40)
               VALUE 'No changes pending.'.
           05  CT-APR-APLICADA          PIC X(50)
               VALUE 'Change approved and applied.'.
           05  CT-APR-REJEITADA         PIC X(50)
               VALUE 'Change rejected.'.
           05  CT-APR-FALHOU            PIC X(50)
               VALUE 'Record changed since the request - not applied.'.
           05  CT-APR-EXPIRADA          PIC X(50)
               VALUE 'Request expired - over 48 hours old.'.
           05  CT-APR-PROPRIO-PEDIDO    PIC X(50)
               VALUE 'You made this request - another admin decides.'.
           05  CT-APR-PROPRIO-CADASTRO  PIC X(50)
               VALUE 'Change to your own record - not allowed.'.
           05  CT-APR-DECISAO-INVALIDA  PIC X(50)
               VALUE 'Invalid decision.'.
           05  CT-PENDCHG-INDISP        PIC X(50)
               VALUE 'System unavailable - pending change file.'.
           05  CT-MNT-MENU-7            PIC X(24)
               VALUE '7 - Approve changes'.
           05  CT-MNT-PENDENTE          PIC X(50)
               VALUE 'Request recorded - awaiting approval.'.
           05  CT-HR-PERFIL-PENDENTE    PIC X(20)
               VALUE 'ROLE PENDING '.
           05  CT-HR-PENDENTES          PIC X(25)
               VALUE 'Roles pending: '.
           05  CT-MNT-MENU-8            PIC X(24)
               VALUE '8 - Terminals'.
           05  CT-MNT-PROMPT-TERMINAL   PIC X(30)
               VALUE 'Terminal: '.
           05  CT-MNT-PROMPT-LOCAL      PIC X(30)
               VALUE 'Location/branch: '.
           05  CT-MNT-PROMPT-DESCRICAO  PIC X(30)
               VALUE 'Description: '.
           05  CT-MNT-PROMPT-SITUACAO   PIC X(30)
               VALUE 'Status (A=Open C=Closed): '.
           05  CT-MNT-PROMPT-PERFIL-MAX PIC X(30)
               VALUE 'Highest role (1/2/3): '.
           05  CT-MNT-TERM-GRAVADO      PIC X(32)
               VALUE 'Terminal saved.'.
           05  CT-MNT-TERM-INVALIDO     PIC X(32)
               VALUE 'Invalid terminal data.'.
           05  CT-TERMINAL-INDISP       PIC X(50)
               VALUE 'System unavailable - terminal file.'.
           05  CT-TERM-DESCONHECIDO     PIC X(40)
               VALUE 'Terminal not registered.'.
           05  CT-TERM-FECHADO          PIC X(40)
               VALUE 'Terminal closed.'.
           05  CT-TERM-PERFIL-EXCEDE    PIC X(40)
               VALUE 'Role not allowed at this terminal.'.
           05  CT-SES-LOCAL             PIC X(10)
               VALUE 'Location: '.
           05  CT-SES-SEM-LOCAL         PIC X(20)
               VALUE 'not registered'.
           05  CT-SES-SUBTOTAL-LOCAL    PIC X(22)
               VALUE 'Location subtotal: '.
           05  CT-TIT-RETARCH           PIC X(30)
               VALUE '        FILE RETENTION        '.
           05  CT-RET-POLITICA          PIC X(30)
               VALUE 'RETENTION POLICY'.
           05  CT-RET-POL-CABECALHO     PIC X(50)
               VALUE 'FILE     DAYS TARGET     NOTE'.
           05  CT-RET-CABECALHO         PIC X(50)
               VALUE 'FILE     CUTOFF   BEFORE  REMOVED HELD    AFTER'.
           05  CT-RET-ARQUIVAR          PIC X(10)
               VALUE 'ARCHIVE'.
           05  CT-RET-ELIMINAR          PIC X(10)
               VALUE 'DROP'.
           05  CT-RET-SEM-CONTROLE      PIC X(50)
               VALUE 'RETCTL.DAT MISSING - NO FILE CHANGED'.
           05  CT-RET-SEM-POLITICA      PIC X(40)
               VALUE 'NO VALID POLICY - NOT CHANGED'.
           05  CT-RETCTL-INDISP         PIC X(50)
               VALUE 'RETENTION CONTROL FILE UNAVAILABLE'.
           05  CT-RET-ERRO              PIC X(32)
               VALUE 'RETENTION FAILED FOR FILE '.
           05  CT-RET-REMOVIDOS         PIC X(30)
               VALUE 'TOTAL RECORDS REMOVED: '.
           05  CT-RET-RETIDOS           PIC X(30)
               VALUE 'EXPIRED RECORDS HELD: '.
           05  CT-RCT-REVISAR           PIC X(12)
               VALUE 'REVIEW'.
           05  CT-RCT-REVISAO           PIC X(30)
               VALUE 'For manual review: '.
           05  CT-RCT-SEM-LOGIN         PIC X(54)
               VALUE 'LOGIN.LOG unavailable - no operator deactivated.'.
           05  CT-RET-CONVERTIDOS       PIC X(30)
               VALUE 'Records converted: '.
           05  CT-RET-CONV-FORMATO      PIC X(50)
               VALUE 'File is not in the old layout - nothing done: '.
           05  CT-RET-CONV-AUSENTE      PIC X(40)
               VALUE 'File not found - not converted: '.
           05  CT-MNT-TERM-ERRO         PIC X(40)
               VALUE 'Error writing terminal file.'.

       01  LANG-TEXT-ES.
           05  CT-TITULO                PIC X(30)
           05  CT-TIT-WHOSON            PIC X(30)
               VALUE '     OPERADORES ACTIVOS       '.
           05  CT-WHOSON-CABECALHO      PIC X(60)
               VALUE 'TERMINAL  LOCAL       ID OPERADOR  DESDE'.
           05  CT-WHOSON-VAZIO          PIC X(40)
               VALUE 'Ningun operador activo.'.
           05  CT-WHOSON-CHEIA          PIC X(45)
           05  CT-NTF-PRESAS            PIC X(25)
               VALUE 'Atascadas en la cola: '.
           05  CT-NTF-CABECALHO         PIC X(60)
               VALUE
               'ST IN FECHA    HORA   TIPO     P DESTINO    EVENTO'.
           05  CT-NTFQ-INDISP           PIC X(50)
               VALUE 'Sistema no disponible - cola de notificaciones.'.
           05  CT-NTF-FIM               PIC X(40)
           05  CT-TIT-USRJRPT           PIC X(30)
               VALUE '   HISTORIAL DEL REGISTRO     '.
           05  CT-JRN-CABECALHO         PIC X(60)
               VALUE
               'FECHA    HORA     ORIGEN   POR        APROBADOR   ACC'.
           05  CT-JRN-FIM               PIC X(40)
               VALUE 'Informe generado en USRJRPT.PRT'.
           05  CT-USRJRNL-AUSENTE       PIC X(50)
           05  CT-ALR-ABERTOS           PIC X(32)
               VALUE 'Alertas de seguridad abiertos: '.
           05  CT-ALR-CABECALHO         PIC X(60)
               VALUE
               'NR FECHA    TIPO     TERMINAL  ID OPERADOR  CNT  LOCAL'.
           05  CT-ALR-PROMPT-NR         PIC X(30)
               VALUE 'Numero de alerta (0=salir): '.
           05  CT-ALR-PROMPT-NOTA       PIC X(30)
               VALUE 'Informe generado en SHIFTRPT.PRT'.
           05  CT-SHIFT-INDISP          PIC X(50)
               VALUE 'Sistema no disponible - archivo de horarios.'.
           05  CT-TIT-RECERT            PIC X(30)
               VALUE '  RECERTIFICACION DE ACCESOS  '.
           05  CT-RCT-CABECALHO         PIC X(60)
               VALUE
               'ID         NOMBRE          P E ULT.ACC. DIAS SITUACION'.
           05  CT-RCT-NUNCA             PIC X(8)
               VALUE 'NUNCA'.
           05  CT-RCT-INATIVADO         PIC X(12)
               VALUE 'INACTIVADO'.
           05  CT-RCT-LISTADOS          PIC X(25)
               VALUE 'Operadores listados: '.
           05  CT-RCT-INATIVADOS        PIC X(30)
               VALUE 'Inactivados por inactividad: '.
           05  CT-RCT-DECISOES          PIC X(40)
               VALUE 'Decisiones a completar en RECDEC.DAT'.
           05  CT-RECDEC-INDISP         PIC X(50)
               VALUE 'Sistema no disponible - archivo de decisiones.'.
           05  CT-TIT-RECAPPLY          PIC X(30)
               VALUE '  APLICACION RECERTIFICACION  '.
           05  CT-RCA-CABECALHO         PIC X(60)
               VALUE 'ID         D P REVISOR    RESULTADO'.
           05  CT-RCA-MANTIDO           PIC X(12)
               VALUE 'MANTENIDO'.
           05  CT-RCA-PENDENTE          PIC X(12)
               VALUE 'SIN DECISION'.
           05  CT-RCA-LIDAS             PIC X(25)
               VALUE 'Decisiones leidas: '.
           05  CT-RCA-APLICADAS         PIC X(25)
               VALUE 'Decisiones aplicadas: '.
           05  CT-RCA-MANTIDAS          PIC X(25)
               VALUE 'Accesos mantenidos: '.
           05  CT-RCA-PENDENTES         PIC X(25)
               VALUE 'Sin decision: '.
           05  CT-RCA-REJEITADAS        PIC X(25)
               VALUE 'Decisiones rechazadas: '.
           05  CT-TIT-RECONCIL          PIC X(30)
               VALUE '   CONCILIACION DE ARCHIVOS   '.
           05  CT-RCN-CABECALHO         PIC X(60)
               VALUE
               'ARCHIVO  CLAVE      INFORMACION          DIVERGENCIA'.
           05  CT-RCN-SEM-LOGIN         PIC X(40)
               VALUE 'Sesion activa sin ON en LOGIN.LOG'.
           05  CT-RCN-CKPT-ORFAO        PIC X(40)
               VALUE 'Checkpoint LOGIN sin sesion activa'.
           05  CT-RCN-SEM-BLOQ          PIC X(40)
               VALUE 'Bloqueado sin evento BLOQUEIO'.
           05  CT-RCN-DIFERE            PIC X(40)
               VALUE 'Registro difiere del ultimo diario'.
           05  CT-RCN-JRNL-ORFAO        PIC X(40)
               VALUE 'Diario de operador fuera del registro'.
           05  CT-RCN-SHIFT-ORFAO       PIC X(40)
               VALUE 'Horario de operador fuera del registro'.
           05  CT-RCN-TOTAL             PIC X(25)
               VALUE 'Total de divergencias: '.
           05  CT-RCN-NENHUMA           PIC X(40)
               VALUE 'Ninguna divergencia encontrada.'.
           05  CT-RCN-FIM               PIC X(40)
               VALUE 'Informe generado en RECONCIL.PRT'.
           05  CT-TIT-USRUNLD           PIC X(40)
               VALUE '  DESCARGA DEL REGISTRO DE OPERADORES   '.
           05  CT-UNL-CABECALHO         PIC X(60)
               VALUE 'ARCHIVO    GENERACION           CANT    HASH'.
           05  CT-UNL-VERIFICADA        PIC X(40)
               VALUE 'Descarga verificada en la relectura.'.
           05  CT-UNL-DIVERGE           PIC X(50)
               VALUE 'Relectura no coincide - descarga invalida.'.
           05  CT-UNL-GER-INDISP        PIC X(40)
               VALUE 'Generacion de copia no disponible: '.
           05  CT-BKPCTL-INDISP         PIC X(50)
               VALUE 'Control de copias BKPCTL.DAT no disponible.'.
           05  CT-UNL-FIM               PIC X(40)
               VALUE 'Informe generado en USRUNLD.PRT'.
           05  CT-TIT-USRRECOV          PIC X(40)
               VALUE 'RECUPERACION DEL REGISTRO DE OPERADORES '.
           05  CT-RCV-PARM-INVAL        PIC X(54)
               VALUE 'Parametro invalido. Use AAAAMMDD HHMMSS [SHIFT].'.
           05  CT-RCV-SEM-COPIA         PIC X(54)
               VALUE 'Ninguna descarga valida antes del punto pedido.'.
           05  CT-RCV-COPIA             PIC X(30)
               VALUE 'Descarga usada: '.
           05  CT-RCV-PONTO             PIC X(30)
               VALUE 'Recuperar hasta: '.
           05  CT-RCV-ESPERADO          PIC X(30)
               VALUE 'Esperado en el control: '.
           05  CT-RCV-LIDO              PIC X(30)
               VALUE 'Leido de la copia: '.
           05  CT-RCV-COPIA-INVAL       PIC X(54)
               VALUE
               'Copia no coincide con el control - nada recargado.'.
           05  CT-RCV-RECARREGADOS      PIC X(30)
               VALUE 'Registros recargados: '.
           05  CT-RCV-JRNL-LIDOS        PIC X(30)
               VALUE 'Diario - leidos: '.
           05  CT-RCV-JRNL-ANTES        PIC X(30)
               VALUE 'Diario - antes de la copia: '.
           05  CT-RCV-JRNL-INCL         PIC X(30)
               VALUE 'Diario - altas: '.
           05  CT-RCV-JRNL-ALT          PIC X(30)
               VALUE 'Diario - cambios: '.
           05  CT-RCV-JRNL-DEPOIS       PIC X(30)
               VALUE 'Diario - despues del punto: '.
           05  CT-RCV-JRNL-ERRO         PIC X(30)
               VALUE 'Diario - no aplicados: '.
           05  CT-RCV-FINAL             PIC X(30)
               VALUE 'Registros en USERS.DAT: '.
           05  CT-RCV-CONFERE           PIC X(54)
               VALUE 'Cuenta coincide: copia + altas = final.'.
           05  CT-RCV-DIVERGE           PIC X(54)
               VALUE 'Cuenta NO coincide: copia + altas <> final.'.
           05  CT-RCV-SHIFT             PIC X(30)
               VALUE 'Horarios recargados: '.
           05  CT-RCV-FIM               PIC X(40)
               VALUE 'Informe generado en USRRECOV.PRT'.
           05  CT-SIE-ARQUIVO           PIC X(30)
               VALUE 'Archivo de interfaz: '.
           05  CT-SIE-EXTRAIDOS         PIC X(30)
               VALUE 'Eventos extraidos de '.
           05  CT-SIE-TOTAL             PIC X(30)
               VALUE 'Total de eventos extraidos: '.
           05  CT-SIEMHWM-INDISP        PIC X(50)
               VALUE 'Control SIEMHWM.DAT no disponible.'.
           05  CT-SIE-EXT-INDISP        PIC X(40)
               VALUE 'Archivo de interfaz no disponible: '.
           05  CT-MENU-10               PIC X(24)
               VALUE '10 - Consultar operador'.
           05  CT-TIT-OPRINQ            PIC X(30)
               VALUE '     CONSULTA DE OPERADOR     '.
           05  CT-INQ-PROMPT-ID         PIC X(30)
               VALUE 'ID de operador (blanco=salir):'.
           05  CT-INQ-NAO-CAD           PIC X(40)
               VALUE 'Operador no registrado.'.
           05  CT-INQ-NAVEGA            PIC X(40)
               VALUE 'N=siguiente  P=anterior  0=salir: '.
           05  CT-INQ-PAGINA            PIC X(8)
               VALUE 'Pagina '.
           05  CT-INQ-PG-CADASTRO       PIC X(30)
               VALUE 'Registro y horario'.
           05  CT-INQ-PG-EVENTOS        PIC X(30)
               VALUE 'Entradas y salidas'.
           05  CT-INQ-PG-SECLOG         PIC X(30)
               VALUE 'Fallas de seguridad'.
           05  CT-INQ-PG-ALERTAS        PIC X(30)
               VALUE 'Alertas abiertas'.
           05  CT-INQ-PG-JORNAL         PIC X(30)
               VALUE 'Ultimos cambios'.
           05  CT-INQ-NOME              PIC X(20)
               VALUE 'Nombre: '.
           05  CT-INQ-SITUACAO          PIC X(20)
               VALUE 'Estado: '.
           05  CT-INQ-PERFIL            PIC X(20)
               VALUE 'Perfil: '.
           05  CT-INQ-SENHA-EXP         PIC X(20)
               VALUE 'Clave expira el: '.
           05  CT-INQ-ALTERADO          PIC X(20)
               VALUE 'Ultimo cambio: '.
           05  CT-INQ-HORARIO           PIC X(20)
               VALUE 'Horario (LMMJVSD): '.
           05  CT-INQ-SEM-HORARIO       PIC X(40)
               VALUE 'Sin restriccion de horario'.
           05  CT-INQ-SESSAO            PIC X(20)
               VALUE 'Sesion activa: '.
           05  CT-INQ-SEM-SESSAO        PIC X(40)
               VALUE 'No esta conectado'.
           05  CT-INQ-NENHUM            PIC X(40)
               VALUE 'Ningun registro.'.
           05  CT-NTF-POR-TIPO          PIC X(30)
               VALUE 'Por tipo de evento:'.
           05  CT-NTF-TIPO-CAB          PIC X(50)
               VALUE 'TIPO        ENVIADAS   FALLIDAS   PENDIENTES'.
           05  CT-TIT-PWDWARN           PIC X(30)
               VALUE '   CONTRASENAS POR EXPIRAR    '.
           05  CT-PWW-CABECALHO         PIC X(60)
               VALUE
               'OPERADOR   NOMBRE               EXPIRA    DIAS AVISO'.
           05  CT-PWW-AVISADO           PIC X(12)
               VALUE 'AVISADO'.
           05  CT-PWW-JA-AVISADO        PIC X(12)
               VALUE 'YA AVISADO'.
           05  CT-PWW-TOTAL             PIC X(30)
               VALUE 'Contrasenas por expirar: '.
           05  CT-PWW-AVISOS            PIC X(30)
               VALUE 'Avisos encolados: '.
           05  CT-PWW-FIM               PIC X(40)
               VALUE 'Informe generado en PWDWARN.PRT'.
           05  CT-MNT-MENU-6            PIC X(24)
               VALUE '6 - Delegacion de perfil'.
           05  CT-MNT-PROMPT-DELEG      PIC X(30)
               VALUE 'Perfil delegado (2/3): '.
           05  CT-MNT-PROMPT-DE         PIC X(30)
               VALUE 'Desde (AAAAMMDD): '.
           05  CT-MNT-PROMPT-ATE        PIC X(30)
               VALUE 'Hasta (AAAAMMDD): '.
           05  CT-MNT-PROMPT-MOTIVO     PIC X(30)
               VALUE 'Motivo: '.
           05  CT-MNT-DELEG-GRAVADA     PIC X(40)
               VALUE 'Delegacion grabada.'.
           05  CT-MNT-DELEG-CANCELADA   PIC X(40)
               VALUE 'Delegaciones activas canceladas: '.
           05  CT-MNT-DELEG-INVALIDA    PIC X(50)
               VALUE 'Delegacion invalida - perfil, fechas o motivo.'.
           05  CT-DELEG-INDISP          PIC X(50)
               VALUE 'Sistema no disponible - archivo de delegaciones.'.
           05  CT-TIT-DELEGEXP          PIC X(30)
               VALUE '    DELEGACIONES DE PERFIL    '.
           05  CT-DLG-CABECALHO         PIC X(60)
               VALUE 'OPERADOR   P DESDE    HASTA    SITUACION  MOTIVO'.
           05  CT-DLG-ATIVA             PIC X(10)
               VALUE 'ACTIVA'.
           05  CT-DLG-FUTURA            PIC X(10)
               VALUE 'FUTURA'.
           05  CT-DLG-EXPIRADA          PIC X(10)
               VALUE 'EXPIRADA'.
           05  CT-DLG-ATIVAS            PIC X(30)
               VALUE 'Delegaciones activas: '.
           05  CT-DLG-EXPIRADAS         PIC X(30)
               VALUE 'Delegaciones expiradas: '.
           05  CT-DLG-FIM               PIC X(40)
               VALUE 'Informe generado en DELEGEXP.PRT'.
           05  CT-TIT-CHGAPRV           PIC X(30)
               VALUE '    APROBACION DE CAMBIOS     '.
           05  CT-APR-CABECALHO         PIC X(60)
               VALUE
               'NR  TIPO     OPERADOR   PEDIDO POR FECHA    PRF EST'.
           05  CT-APR-PROMPT-NR         PIC X(30)
               VALUE 'Numero de pedido (0=salir): '.
           05  CT-APR-PROMPT-DECISAO    PIC X(30)
               VALUE 'Aprobar (A) / Rechazar (R): '.
           05  CT-APR-NENHUM            PIC X(40)
               VALUE 'Ningun cambio pendiente.'.
           05  CT-APR-APLICADA          PIC X(50)
               VALUE 'Cambio aprobado y aplicado.'.
           05  CT-APR-REJEITADA         PIC X(50)
               VALUE 'Cambio rechazado.'.
           05  CT-APR-FALHOU            PIC X(50)
               VALUE
               'El registro cambio desde el pedido - no aplicado.'.
           05  CT-APR-EXPIRADA          PIC X(50)
               VALUE 'Pedido expirado - mas de 48 horas.'.
           05  CT-APR-PROPRIO-PEDIDO    PIC X(50)
               VALUE 'Pedido hecho por usted - otro admin decide.'.
           05  CT-APR-PROPRIO-CADASTRO  PIC X(50)
               VALUE 'Cambio de su propio registro - no permitido.'.
           05  CT-APR-DECISAO-INVALIDA  PIC X(50)
               VALUE 'Decision invalida.'.
           05  CT-PENDCHG-INDISP        PIC X(50)
               VALUE 'Sistema no disponible - archivo de pendientes.'.
           05  CT-MNT-MENU-7            PIC X(24)
               VALUE '7 - Aprobar cambios'.
           05  CT-MNT-PENDENTE          PIC X(50)
               VALUE 'Pedido grabado - espera aprobacion.'.
           05  CT-HR-PERFIL-PENDENTE    PIC X(20)
               VALUE 'PERFIL PENDIENTE '.
           05  CT-HR-PENDENTES          PIC X(25)
               VALUE 'Perfiles pendientes: '.
           05  CT-MNT-MENU-8            PIC X(24)
               VALUE '8 - Terminales'.
           05  CT-MNT-PROMPT-TERMINAL   PIC X(30)
               VALUE 'Terminal: '.
           05  CT-MNT-PROMPT-LOCAL      PIC X(30)
               VALUE 'Local/sucursal: '.
           05  CT-MNT-PROMPT-DESCRICAO  PIC X(30)
               VALUE 'Descripcion: '.
           05  CT-MNT-PROMPT-SITUACAO   PIC X(30)
               VALUE 'Estado (A=Abierto C=Cerrado): '.
           05  CT-MNT-PROMPT-PERFIL-MAX PIC X(30)
               VALUE 'Perfil maximo (1/2/3): '.
           05  CT-MNT-TERM-GRAVADO      PIC X(32)
               VALUE 'Terminal grabado.'.
           05  CT-MNT-TERM-INVALIDO     PIC X(32)
               VALUE 'Datos del terminal invalidos.'.
           05  CT-TERMINAL-INDISP       PIC X(50)
               VALUE 'Sistema no disponible - archivo de terminales.'.
           05  CT-TERM-DESCONHECIDO     PIC X(40)
               VALUE 'Terminal no registrado.'.
           05  CT-TERM-FECHADO          PIC X(40)
               VALUE 'Terminal cerrado.'.
           05  CT-TERM-PERFIL-EXCEDE    PIC X(40)
               VALUE 'Perfil no permitido en este terminal.'.
           05  CT-SES-LOCAL             PIC X(10)
               VALUE 'Local: '.
           05  CT-SES-SEM-LOCAL         PIC X(20)
               VALUE 'no registrado'.
           05  CT-SES-SUBTOTAL-LOCAL    PIC X(22)
               VALUE 'Subtotal del local: '.
           05  CT-TIT-RETARCH           PIC X(30)
               VALUE '    RETENCION DE ARCHIVOS     '.
           05  CT-RET-POLITICA          PIC X(30)
               VALUE 'POLITICA DE RETENCION'.
           05  CT-RET-POL-CABECALHO     PIC X(50)
               VALUE 'ARCHIVO  DIAS DESTINO    OBSERVACION'.
           05  CT-RET-CABECALHO         PIC X(50)
               VALUE
               'ARCHIVO  CORTE    ANTES   QUITADO RETENID DESPUES'.
           05  CT-RET-ARQUIVAR          PIC X(10)
               VALUE 'ARCHIVAR'.
           05  CT-RET-ELIMINAR          PIC X(10)
               VALUE 'ELIMINAR'.
           05  CT-RET-SEM-CONTROLE      PIC X(50)
               VALUE 'RETCTL.DAT AUSENTE - NINGUN ARCHIVO ALTERADO'.
           05  CT-RET-SEM-POLITICA      PIC X(40)
               VALUE 'SIN POLITICA VALIDA - NO ALTERADO'.
           05  CT-RETCTL-INDISP         PIC X(50)
               VALUE 'ARCHIVO DE RETENCION NO DISPONIBLE'.
           05  CT-RET-ERRO              PIC X(32)
               VALUE 'FALLO EN RETENCION DEL ARCHIVO '.
           05  CT-RET-REMOVIDOS         PIC X(30)
               VALUE 'TOTAL DE REGISTROS QUITADOS: '.
           05  CT-RET-RETIDOS           PIC X(30)
               VALUE 'EXPIRADOS RETENIDOS: '.
           05  CT-RCT-REVISAR           PIC X(12)
               VALUE 'REVISAR'.
           05  CT-RCT-REVISAO           PIC X(30)
               VALUE 'Para revision manual: '.
           05  CT-RCT-SEM-LOGIN         PIC X(54)
               VALUE
               'LOGIN.LOG no disponible - ningun operador inactivado.'.
           05  CT-RET-CONVERTIDOS       PIC X(30)
               VALUE 'Registros convertidos: '.
           05  CT-RET-CONV-FORMATO      PIC X(50)
               VALUE 'Archivo fuera del formato antiguo - nada hecho: '.
           05  CT-RET-CONV-AUSENTE      PIC X(40)
               VALUE 'Archivo ausente - no convertido: '.
           05  CT-MNT-TERM-ERRO         PIC X(40)
               VALUE 'Error al grabar archivo de terminales.'.

       01  CURRENT-TEXT.
           05  CT-TITULO                PIC X(30).
           05  CT-SFT-LIBERACOES        PIC X(25).
           05  CT-SFT-FIM               PIC X(40).
           05  CT-SHIFT-INDISP          PIC X(50).
           05  CT-TIT-RECERT            PIC X(30).
           05  CT-RCT-CABECALHO         PIC X(60).
           05  CT-RCT-NUNCA             PIC X(8).
           05  CT-RCT-INATIVADO         PIC X(12).
           05  CT-RCT-LISTADOS          PIC X(25).
           05  CT-RCT-INATIVADOS        PIC X(30).
           05  CT-RCT-DECISOES          PIC X(40).
           05  CT-RECDEC-INDISP         PIC X(50).
           05  CT-TIT-RECAPPLY          PIC X(30).
           05  CT-RCA-CABECALHO         PIC X(60).
           05  CT-RCA-MANTIDO           PIC X(12).
           05  CT-RCA-PENDENTE          PIC X(12).
           05  CT-RCA-LIDAS             PIC X(25).
           05  CT-RCA-APLICADAS         PIC X(25).
           05  CT-RCA-MANTIDAS          PIC X(25).
           05  CT-RCA-PENDENTES         PIC X(25).
           05  CT-RCA-REJEITADAS        PIC X(25).
           05  CT-TIT-RECONCIL          PIC X(30).
           05  CT-RCN-CABECALHO         PIC X(60).
           05  CT-RCN-SEM-LOGIN         PIC X(40).
           05  CT-RCN-CKPT-ORFAO        PIC X(40).
           05  CT-RCN-SEM-BLOQ          PIC X(40).
           05  CT-RCN-DIFERE            PIC X(40).
           05  CT-RCN-JRNL-ORFAO        PIC X(40).
           05  CT-RCN-SHIFT-ORFAO       PIC X(40).
           05  CT-RCN-TOTAL             PIC X(25).
           05  CT-RCN-NENHUMA           PIC X(40).
           05  CT-RCN-FIM               PIC X(40).
           05  CT-TIT-USRUNLD           PIC X(40).
           05  CT-UNL-CABECALHO         PIC X(60).
           05  CT-UNL-VERIFICADA        PIC X(40).
           05  CT-UNL-DIVERGE           PIC X(50).
           05  CT-UNL-GER-INDISP        PIC X(40).
           05  CT-BKPCTL-INDISP         PIC X(50).
           05  CT-UNL-FIM               PIC X(40).
           05  CT-TIT-USRRECOV          PIC X(40).
           05  CT-RCV-PARM-INVAL        PIC X(54).
           05  CT-RCV-SEM-COPIA         PIC X(54).
           05  CT-RCV-COPIA             PIC X(30).
           05  CT-RCV-PONTO             PIC X(30).
           05  CT-RCV-ESPERADO          PIC X(30).
           05  CT-RCV-LIDO              PIC X(30).
           05  CT-RCV-COPIA-INVAL       PIC X(54).
           05  CT-RCV-RECARREGADOS      PIC X(30).
           05  CT-RCV-JRNL-LIDOS        PIC X(30).
           05  CT-RCV-JRNL-ANTES        PIC X(30).
           05  CT-RCV-JRNL-INCL         PIC X(30).
           05  CT-RCV-JRNL-ALT          PIC X(30).
           05  CT-RCV-JRNL-DEPOIS       PIC X(30).
           05  CT-RCV-JRNL-ERRO         PIC X(30).
           05  CT-RCV-FINAL             PIC X(30).
           05  CT-RCV-CONFERE           PIC X(54).
           05  CT-RCV-DIVERGE           PIC X(54).
           05  CT-RCV-SHIFT             PIC X(30).
           05  CT-RCV-FIM               PIC X(40).
           05  CT-SIE-ARQUIVO           PIC X(30).
           05  CT-SIE-EXTRAIDOS         PIC X(30).
           05  CT-SIE-TOTAL             PIC X(30).
           05  CT-SIEMHWM-INDISP        PIC X(50).
           05  CT-SIE-EXT-INDISP        PIC X(40).
           05  CT-MENU-10               PIC X(24).
           05  CT-TIT-OPRINQ            PIC X(30).
           05  CT-INQ-PROMPT-ID         PIC X(30).
           05  CT-INQ-NAO-CAD           PIC X(40).
           05  CT-INQ-NAVEGA            PIC X(40).
           05  CT-INQ-PAGINA            PIC X(8).
           05  CT-INQ-PG-CADASTRO       PIC X(30).
           05  CT-INQ-PG-EVENTOS        PIC X(30).
           05  CT-INQ-PG-SECLOG         PIC X(30).
           05  CT-INQ-PG-ALERTAS        PIC X(30).
           05  CT-INQ-PG-JORNAL         PIC X(30).
           05  CT-INQ-NOME              PIC X(20).
           05  CT-INQ-SITUACAO          PIC X(20).
           05  CT-INQ-PERFIL            PIC X(20).
           05  CT-INQ-SENHA-EXP         PIC X(20).
           05  CT-INQ-ALTERADO          PIC X(20).
           05  CT-INQ-HORARIO           PIC X(20).
           05  CT-INQ-SEM-HORARIO       PIC X(40).
           05  CT-INQ-SESSAO            PIC X(20).
           05  CT-INQ-SEM-SESSAO        PIC X(40).
           05  CT-INQ-NENHUM            PIC X(40).
           05  CT-NTF-POR-TIPO          PIC X(30).
           05  CT-NTF-TIPO-CAB          PIC X(50).
           05  CT-TIT-PWDWARN           PIC X(30).
           05  CT-PWW-CABECALHO         PIC X(60).
           05  CT-PWW-AVISADO           PIC X(12).
           05  CT-PWW-JA-AVISADO        PIC X(12).
           05  CT-PWW-TOTAL             PIC X(30).
           05  CT-PWW-AVISOS            PIC X(30).
           05  CT-PWW-FIM               PIC X(40).
           05  CT-MNT-MENU-6            PIC X(24).
           05  CT-MNT-PROMPT-DELEG      PIC X(30).
           05  CT-MNT-PROMPT-DE         PIC X(30).
           05  CT-MNT-PROMPT-ATE        PIC X(30).
           05  CT-MNT-PROMPT-MOTIVO     PIC X(30).
           05  CT-MNT-DELEG-GRAVADA     PIC X(40).
           05  CT-MNT-DELEG-CANCELADA   PIC X(40).
           05  CT-MNT-DELEG-INVALIDA    PIC X(50).
           05  CT-DELEG-INDISP          PIC X(50).
           05  CT-TIT-DELEGEXP          PIC X(30).
           05  CT-DLG-CABECALHO         PIC X(60).
           05  CT-DLG-ATIVA             PIC X(10).
           05  CT-DLG-FUTURA            PIC X(10).
           05  CT-DLG-EXPIRADA          PIC X(10).
           05  CT-DLG-ATIVAS            PIC X(30).
           05  CT-DLG-EXPIRADAS         PIC X(30).
           05  CT-DLG-FIM               PIC X(40).
           05  CT-TIT-CHGAPRV           PIC X(30).
           05  CT-APR-CABECALHO         PIC X(60).
           05  CT-APR-PROMPT-NR         PIC X(30).
           05  CT-APR-PROMPT-DECISAO    PIC X(30).
           05  CT-APR-NENHUM            PIC X(40).
           05  CT-APR-APLICADA          PIC X(50).
           05  CT-APR-REJEITADA         PIC X(50).
           05  CT-APR-FALHOU            PIC X(50).
           05  CT-APR-EXPIRADA          PIC X(50).
           05  CT-APR-PROPRIO-PEDIDO    PIC X(50).
           05  CT-APR-PROPRIO-CADASTRO  PIC X(50).
           05  CT-APR-DECISAO-INVALIDA  PIC X(50).
           05  CT-PENDCHG-INDISP        PIC X(50).
           05  CT-MNT-MENU-7            PIC X(24).
           05  CT-MNT-PENDENTE          PIC X(50).
           05  CT-HR-PERFIL-PENDENTE    PIC X(20).
           05  CT-HR-PENDENTES          PIC X(25).
           05  CT-MNT-MENU-8            PIC X(24).
           05  CT-MNT-PROMPT-TERMINAL   PIC X(30).
           05  CT-MNT-PROMPT-LOCAL      PIC X(30).
           05  CT-MNT-PROMPT-DESCRICAO  PIC X(30).
           05  CT-MNT-PROMPT-SITUACAO   PIC X(30).
           05  CT-MNT-PROMPT-PERFIL-MAX PIC X(30).
           05  CT-MNT-TERM-GRAVADO      PIC X(32).
           05  CT-MNT-TERM-INVALIDO     PIC X(32).
           05  CT-TERMINAL-INDISP       PIC X(50).
           05  CT-TERM-DESCONHECIDO     PIC X(40).
           05  CT-TERM-FECHADO          PIC X(40).
           05  CT-TERM-PERFIL-EXCEDE    PIC X(40).
           05  CT-SES-LOCAL             PIC X(10).
           05  CT-SES-SEM-LOCAL         PIC X(20).
           05  CT-SES-SUBTOTAL-LOCAL    PIC X(22).
           05  CT-TIT-RETARCH           PIC X(30).
           05  CT-RET-POLITICA          PIC X(30).
           05  CT-RET-POL-CABECALHO     PIC X(50).
           05  CT-RET-CABECALHO         PIC X(50).
           05  CT-RET-ARQUIVAR          PIC X(10).
           05  CT-RET-ELIMINAR          PIC X(10).
           05  CT-RET-SEM-CONTROLE      PIC X(50).
           05  CT-RET-SEM-POLITICA      PIC X(40).
           05  CT-RETCTL-INDISP         PIC X(50).
           05  CT-RET-ERRO              PIC X(32).
           05  CT-RET-REMOVIDOS         PIC X(30).
           05  CT-RET-RETIDOS           PIC X(30).
           05  CT-RCT-REVISAR           PIC X(12).
           05  CT-RCT-REVISAO           PIC X(30).
           05  CT-RCT-SEM-LOGIN         PIC X(54).
           05  CT-RET-CONVERTIDOS       PIC X(30).
           05  CT-RET-CONV-FORMATO      PIC X(50).
           05  CT-RET-CONV-AUSENTE      PIC X(40).
           05  CT-MNT-TERM-ERRO         PIC X(40).
