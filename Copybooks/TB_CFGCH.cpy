      ******************************************************************
      * Copybook: TB_CFGCH
      * Purpose: Catalogo das chaves conhecidas do CONFIGSYS.DAT com o
      *          tipo do valor para a manutencao (SISCONFG):
      *          A = arquivo (abre ou, se ainda nao existe, diretorio
      *          existe), B = binario (diretorio existe), D = diretorio
      *          (existe e termina com a barra), N = numero com
      *          DIGITOS posicoes iniciais e faixa MINIMO/MAXIMO
      *          (DECIMAL S aceita virgula), H = hora HHMMSS, T = data
      *          AAAAMMDD, F = DIGITOS posicoes S/N, X = texto livre.
      *          CHAVE NOVA NUM PROGRAMA ENTRA AQUI TAMBEM; FORA DO
      *          CATALOGO O SISCONFG SO GRAVA FORCANDO.
      ******************************************************************
       01 WS-CATALOGO-CFG-V.
          03 FILLER PIC X(43) VALUE
             'ACERTEVA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ACORDOS             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ACORPARC            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ACORPARC-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'AGENDA              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ALUNOCNV            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ALUNOPIN            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ALUNOS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'AMBIENTE            X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ANUID-DESC-MAX      N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'ANUIDADE            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ARITENS             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ARSALDO             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ATVCOMP-PC-FORMANDO N 3 N 00000000 00000100'.
          03 FILLER PIC X(43) VALUE
             'AUDITCTL            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'AUDITIDX            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'AUDITORIA           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BACKSETS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BF-MINIMO-FUNDAMENT N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BF-MINIMO-INFANTIL  N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BF-MINIMO-MEDIO     N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BI-DADOS-PESSOAIS   F 1 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIB-ALUNOS-EXEMPLAR N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-DIAS-AVISO      N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-DIAS-RESERVA    N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-MAX-ALUNO       N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-MAX-PROFESSOR   N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-MAX-RENOVACOES  N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'BIB-MULTA-DIA       N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'BIB-PRAZO-ALUNO     N 3 N 00000001 00000180'.
          03 FILLER PIC X(43) VALUE
             'BIB-PRAZO-PROFESSOR N 3 N 00000001 00000180'.
          03 FILLER PIC X(43) VALUE
             'BIBEMPRE            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIBEXEMP            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIBRESER            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIBTITUL            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BICHAVES            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-ALTECOTT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-AUDITCON        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-CONSCTT         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-DEDUPCTT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-DELCONTT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-EXPALUNO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-EXPMATER        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-MENUCNTT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-MENUFIN         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-RELCARGA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISAGING        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISALTE2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISALTER        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISANUID        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISATAPR        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISATARE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISATCOM        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISAUDAT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISAUSEN        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISAUTEN        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISBIBLI        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISBIEXT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISBOLET        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISBOLSA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCADA2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCADAS        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCAIXA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCALEN        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCATRA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCERTI        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCHORA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCOBRA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCOEF         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCOMPT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONAR        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONFG        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONS2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONSE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONSN        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONSU        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISCONTT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISDELE2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISDELET        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISDEPRE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISDUPLI        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISEMENT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISEQUIV        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISESTAG        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISESTAT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISEVADE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISEXCEP        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISFILAC        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISFLUXO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISFOLHA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISFONE         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISGRADE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISGUIAT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISHISTE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISHISTO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISHORAR        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISIDALU        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISIRPF         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISLANCA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISLIST2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISLISTA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISMALA         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISMENSA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISMENU2        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISMENUS        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISMONIT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISNEGAT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISNOTAP        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISOCORR        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISOPER         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISORCAM        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPERIO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPERMA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPLANT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPLAVA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPRAZO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPRECO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPREPG        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPRERQ        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPRESE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPROF         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPROJD        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPROSP        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISPROTO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISRANK         B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISREMAT        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISREMES        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISRENTA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISRESPO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISRETOR        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISRISCO        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISROLOV        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISSEGCH        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISSELET        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISSITAC        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISTAXAS        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISTENDE        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISTITUL        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SISTRANF        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-SPOOLMNU        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BIN-VERLISTA        B 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BOL-AGENCIA         N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'BOL-BANCO           N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'BOL-CARTEIRA        N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'BOL-CEDENTE         X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'BOL-CONTA           N 7 N 00000000 09999999'.
          03 FILLER PIC X(43) VALUE
             'BOLSAS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CAIXAMOV            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CAIXASES            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CAIXASES-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CALC-LOG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CALENDARIO          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CARTAO-EXTRATO      A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CARTCONC            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CARTREG             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CATBLOQ             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CATRACA             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CATRACA-INICIO-M    H 6 N 00000000 00235959'.
          03 FILLER PIC X(43) VALUE
             'CATRACA-INICIO-N    H 6 N 00000000 00235959'.
          03 FILLER PIC X(43) VALUE
             'CATRACA-INICIO-T    H 6 N 00000000 00235959'.
          03 FILLER PIC X(43) VALUE
             'CATRACA-TOLERANCIA  N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'CENSO               A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CEPTAB              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CFG-TREINO          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CFGHIST             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CHEQUES             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'COBRTAXA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONSELHO-MARGEM     N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'CONSELHO-MARGEM-FREQN 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'CONSENTI            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTATOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTATOS-2          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTATOS-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTATOS-STG        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTROLE            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONTRSRV            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CONVENIO            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'CORREIOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ACESSOS          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ALIASALU         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ALUNOCUR         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ATIVCOMP         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ATVCATEG         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-AUSENCIA         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-BENEFBF          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CASOACAO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CASOPERM         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CERTIFICADO      A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CERTREG          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CHECKPT          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CONSELHO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CONTEUDO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CONTROLE         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CURSOMAT         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CURSOS           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-CURSOS-NOVO      A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-DECLAREG         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-DOCALUNO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-EMENTA           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-EQUIVAL          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ESPERA           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ESTAGIOS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ESTAVAL          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-ESTHORAS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-EVASAO           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-FREQBF           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-FREQUENCIA       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-GRADEPROP        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-GUIATRAN         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-HORARIOS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-JUSTIFIC         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-LANCNOTA         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MATERIAS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MATERIAS-NOVO    A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MATRICULAS       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MATRICULAS-NOVO  A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MONICERT         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MONIHOR          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MONIPRES         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MONISESS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-MONITOR          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-NOTAS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-OCORRENC         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-OCUPASAL         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PEDMATRI         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PENDNOTA         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PESQRESP         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PLANCONV         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PLANOAVA         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PLANTAO          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PRAZONOT         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PREREQ           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PROJECAO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-PROVAS           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-REGISTRO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-REGISTRO-NOVO    A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-REPOSICAO        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-SALAS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-SALAS-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-SISESTAT-SRT     A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-SITUACAD         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-STUDENT-EXCECOES A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-TODOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'D3-TODOS-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DEDUP-CORTE         N 3 N 00000001 00000100'.
          03 FILLER PIC X(43) VALUE
             'DEPRMOV             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DESC-IRMAO          N 3 N 00000000 00000100'.
          03 FILLER PIC X(43) VALUE
             'DIA-DESC-PONTUAL    N 2 N 00000001 00000028'.
          03 FILLER PIC X(43) VALUE
             'DIA-VENC            N 2 N 00000001 00000028'.
          03 FILLER PIC X(43) VALUE
             'DIARIO              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DIR-BACKUP          D 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DIR-BI              D 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DIR-MORTO           D 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DIR-SPOOL           D 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DIR-TREINO          D 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DISPPROF            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DISTORCAO-ANOS      N 2 N 00000001 00000010'.
          03 FILLER PIC X(43) VALUE
             'DOCREVOG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'DOCTIPOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'EMPRESTI            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ESCOLA-CNPJ         X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ESCOLA-INEP         N 8 N 00000000 99999999'.
          03 FILLER PIC X(43) VALUE
             'ESCOLA-NOME         X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ESTAGIO-AVISO-DIAS  N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'ESTAGIO-MAX-SEMANAL N 2 N 00000001 00000044'.
          03 FILLER PIC X(43) VALUE
             'ESTORNOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ETIQUETAS           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'EXC-DIAS            N 1 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'EXC-DIF-GRANDE      N 1 S 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'EXC-DIF-PEQUENA     N 1 S 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'EXC-HORA-FIM        H 6 N 00000000 00235959'.
          03 FILLER PIC X(43) VALUE
             'EXC-HORA-INICIO     H 6 N 00000000 00235959'.
          03 FILLER PIC X(43) VALUE
             'EXC-JANELA-DIAS     N 1 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'EXC-MIN-DESCONTO    N 1 N 00000001 00099999'.
          03 FILLER PIC X(43) VALUE
             'EXC-QTD-DIF-PEQ     N 1 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'EXC-REGRAS          F 8 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FATURAS             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FICHAMED            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FILA-SLA-BOLS       N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'FILA-SLA-EQUI       N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'FILA-SLA-ESPE       N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'FILA-SLA-JUST       N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'FILA-SLA-NOTA       N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'FILACOOR            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FLUXO-PRAZO-FATURA  N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'FOLHA-PC-DSR        N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'FOLHA-PC-HORA-ATIV  N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'FOLHAHIS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FOLHAPAG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'FREQ-MINIMA         N 3 N 00000001 00000100'.
          03 FILLER PIC X(43) VALUE
             'GRADE-SEMANAS       N 2 N 00000001 00000052'.
          03 FILLER PIC X(43) VALUE
             'GRADE-TURNO-M       X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'GRADE-TURNO-N       X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'GRADE-TURNO-T       X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'HORASPAG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'IMPALUNO-EXCECOES   A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'IRPF-RESUMO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'JORNAL              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'LGPD-APROVADO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'LGPD-CERT           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'LGPD-PRAZO-DIAS     N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'LGPD-SIMUL          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'LIMITE-CREDITO-FIN  N 7 N 00000000 09999999'.
          03 FILLER PIC X(43) VALUE
             'LIMITE-DIFERENCA    N 6 N 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'LIVRCAIX            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-ASSENTOS         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-ASSENTOS-NOVO    A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-CLIENTES         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-CONTRATOS        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-CONTRATOS-NOVO   A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-CONTROLE         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-MESES-COBRANCA   N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'M4-PARCPAG          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-PATRIMON         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-PATRIMON-NOVO    A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'M4-QUITACAO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MALA-DIRETA         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MATERIAS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MATERIAS-STG        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MENSALID            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MENSALID-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MESCLA-TMP          A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MODELO-CARTA        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MONI-CATEGORIA      X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'MONI-HORAS-SESSAO   N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'MONI-MEDIA-MINIMA   N 4 N 00000000 00001000'.
          03 FILLER PIC X(43) VALUE
             'MSGFILA             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NEG-CREDOR          X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NEG-DIAS-ATRASO     N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'NEG-EXCLUSAO        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NEG-INCLUSAO        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NEG-PRAZO-AVISO     N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'NEG-PRAZO-EXCLUSAO  N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'NEG-VALOR-MINIMO    N 6 N 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'NEGATIVA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NFSE-LOTE           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NFSE-RETORNO        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NIGHTCFG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'NIGHTCKP            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'OPERADOR            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'OPERADOR-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ORC-VALIDADE        N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'ORCAMENT            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'OUTBOX              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PC-DESC-PONTUAL     N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'PC-JUROS-MES        N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'PC-MULTA            N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'PERIODOS            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PERM-DIAS-FALTA     N 3 N 00000001 00000365'.
          03 FILLER PIC X(43) VALUE
             'PERM-LIMIAR         N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'PERM-LIMITE-FALTA   N 3 N 00000001 00000100'.
          03 FILLER PIC X(43) VALUE
             'PERM-MAX-DEBITOS    N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'PERM-ORIENTADORES   X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PERM-PESO-DEBITO    N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'PERM-PESO-FALTA     N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'PERM-PESO-NOTA      N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'PERM-PESO-TRANCA    N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'PESQPERG            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PLANCONT            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PLANT-DIAS-LEMBRETE N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'PLANT-DIAS-PRIOR    N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'PLANT-MINUTOS       N 2 N 00000001 00000060'.
          03 FILLER PIC X(43) VALUE
             'PORTAL-ALUNOS       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PORTAL-EVENTOS      A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PRAZO-NOTA-COBRANCA N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'PRECOS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PRECOS-NOVO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PREPAGO             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PREPG-SALDO-MIN     N 6 N 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'PREPMOV             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PRESENCA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PROFESSORES         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PROFMAT             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PROJ-MINIMO-TURMA   N 3 N 00000000 00000999'.
          03 FILLER PIC X(43) VALUE
             'PROSPECT            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PROTOCOL            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PROVA-ALUNOS-FISCAL N 3 N 00000001 00000999'.
          03 FILLER PIC X(43) VALUE
             'PROVA-COLUNAS       N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'PRSACAO             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PS-TAXA             X 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PSCANDID            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'PSEDICAO            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'QUIESCE             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'REABERTU            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RECIBITE            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RECIBOS             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'REGISTRO-STG        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'REIMPRESSAO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'REMESSA             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RESPONSA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RESPONSA-NOVO       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RESUMAT             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RESUMO              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RET-LANCNOTA        N 4 N 00000001 00009999'.
          03 FILLER PIC X(43) VALUE
             'RET-OUTBOX          N 4 N 00000001 00009999'.
          03 FILLER PIC X(43) VALUE
             'RET-SPOOL           N 4 N 00000001 00009999'.
          03 FILLER PIC X(43) VALUE
             'RETORNO             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RETORNO-EXCECOES    A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'ROLOV-SIMUL         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RPS-EXCECOES        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RPSREG              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'RUNLOG              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SENHA-VALIDADE      N 4 N 00000000 00009999'.
          03 FILLER PIC X(43) VALUE
             'SENHIST             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SESSAO              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SISFONE-SRT         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SISIDALU-SRT        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SISIRPF-SRT         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SISRENTA-SRT        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SISSITAC-SRT        A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SIT-MAX-TERMOS      N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'SIT-REPROV-JUBILA   N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'SIT-REPROV-OBSERV   N 2 N 00000001 00000099'.
          03 FILLER PIC X(43) VALUE
             'SMSLOTE             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SMSRET              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SORT-SISDUPLI       A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'SPOOLDIR            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'STUDENT             A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TAXA-2VIA           N 6 N 00000000 00999999'.
          03 FILLER PIC X(43) VALUE
             'TAXAHORA            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TAXAS               A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TERMOCON            A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TERMOS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TODOS-STG           A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TOLERANCIA-DEBITO   N 2 N 00000000 00000099'.
          03 FILLER PIC X(43) VALUE
             'TROCAS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TROCAS-NOVO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TURMAS              A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'TURMAS-NOVO         A 0 N 00000000 00000000'.
          03 FILLER PIC X(43) VALUE
             'UNIDADE             N 2 N 00000001 00000009'.
       01 WS-CATALOGO-CFG REDEFINES WS-CATALOGO-CFG-V.
          03 WS-CAT-CFG OCCURS 430 TIMES.
             05 WS-CAT-CHAVE              PIC X(20).
             05 WS-CAT-TIPO               PIC X(01).
             05 FILLER                    PIC X(01).
             05 WS-CAT-DIGITOS            PIC 9(01).
             05 FILLER                    PIC X(01).
             05 WS-CAT-DECIMAL            PIC X(01).
             05 FILLER                    PIC X(01).
             05 WS-CAT-MINIMO             PIC 9(08).
             05 FILLER                    PIC X(01).
             05 WS-CAT-MAXIMO             PIC 9(08).
       77 WS-QTD-CATALOGO                  PIC 9(03) VALUE 430.
