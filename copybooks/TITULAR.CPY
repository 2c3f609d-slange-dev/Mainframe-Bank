      ******************************************************************
      * Titulares da conta (F-TITULAR) - liga a conta do cadastro aos
      * CPFs do cadastro de clientes (F-CLIENTE), cada um com o seu
      * papel. O titular principal continua sendo o cpf do cadastro
      * da conta; o vinculo "T" dele e gravado na abertura e acompanha
      * a troca de CPF na alteracao da conta. Co-titulares e
      * procuradores sao incluidos e excluidos pela opcao de
      * titulares da tela de conta corrente, com auditoria.
      * A chave alternada por CPF permite achar todas as contas em
      * que o cliente figura, qualquer que seja o papel.
      * tit-papel: T = titular principal, C = co-titular,
      *            P = procurador (movimenta, mas nao e dono).
      ******************************************************************
       FD F-TITULAR LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "F-TITUL.txt".
       01 DADOS-TITULAR.
           02 tit-chave.
               03 tit-cod-conta     PIC 9(5).
               03 tit-cpf           PIC 9(11).
           02 tit-papel             PIC X(1).
           02 tit-data-inclusao     PIC 9(8).
           02 tit-operador          PIC 9(4).
