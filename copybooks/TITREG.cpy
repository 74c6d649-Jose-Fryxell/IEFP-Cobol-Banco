      ******************************************************************
      * Account holder record - one per customer per account, held
      * on the indexed TITULARES file keyed by CHAVE-TIT (account
      * number + CLIMEST customer number), so an account can have
      * any number of holders and a customer any number of accounts.
      * The first holder is the customer on the account's CLIENTES
      * record, which stays the account's main customer for the
      * programs that read only CLIENTES.
      * PAPEL-TIT: 1 = primeiro titular, 2 = segundo titular (any
      * further co-holder is also 2), A = autorizado (authorised
      * signatory, not an owner of the account).
      * REGRA-ASSINATURA-TIT: Q = qualquer um assina sozinho,
      * T = assinam todos.
      ******************************************************************
       01 REG-TITULAR.
           05 CHAVE-TIT.
               10 NUMERO-CONTA-TIT     PIC 9(10).
               10 NUMERO-CLIENTE-TIT   PIC 9(8).
           05 PAPEL-TIT                PIC X.
           05 REGRA-ASSINATURA-TIT     PIC X.
           05 DATA-INICIO-TIT          PIC 9(8).
