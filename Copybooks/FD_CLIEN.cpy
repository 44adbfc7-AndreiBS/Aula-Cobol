      ******************************************************************
      * Copybook: FD_CLIEN
      * Purpose: Layout do cadastro de clientes de financiamento
      *          (CLIENTES.DAT) - um registro por comprador, com CPF
      *          unico, endereco conferido pelo BUSCACEP e vinculo
      *          opcional a uma pessoa ja cadastrada em CONTATOS.DAT
      *          (como contato ou como responsavel de aluno).
      ******************************************************************
       01 REG-CLIENTE.
          03 ID-CLIENTE                   PIC 9(05).
          03 NR-CPF-CLI                   PIC 9(11).
          03 NM-CLIENTE-CLI               PIC X(20).
          03 TL-CLIENTE-CLI               PIC X(15).
          03 ENDERECO-CLI.
             05 CEP-CLI                   PIC X(08).
             05 LOGRADOURO-CLI            PIC X(20).
             05 NR-ENDERECO-CLI           PIC X(06).
             05 BAIRRO-CLI                PIC X(15).
             05 CIDADE-CLI                PIC X(15).
             05 UF-CLI                    PIC X(02).
      * VINCULO COM A PESSOA DE CONTATOS.DAT; ZERO = SEM VINCULO
          03 TP-VINCULO-CLI               PIC X(01).
             88 CLI-SEM-VINCULO           VALUE SPACE.
             88 CLI-CONTATO               VALUE 'C'.
             88 CLI-RESPONSAVEL           VALUE 'R'.
          03 ID-CONTATO-CLI               PIC 9(05).
      * LIMITE DE CREDITO PROPRIO; ZERO = LIMITE PADRAO DO CHKCREDI
          03 VL-LIMITE-CLI                PIC 9(07)V99.
          03 DT-CADASTRO-CLI              PIC 9(08).
