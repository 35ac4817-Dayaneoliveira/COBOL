      ********************************************
      *COPYBOOK - ENTCALL.CPY
      *AUTHOR = Dayane(ALURA) Daya
      *OBJETIVO : CAMPOS COMUNS QUE TODO PROGCOBxx USA PARA CHAMAR A
      *SUB-ROTINA ENTCALC (ENDERECO DE ENTREGA E CLASSIFICACAO DO
      *CEP). ACOES:
      *  E = BUSCA O ENDERECO WRK-ENT-SEQ DO CLIENTE WRK-ENT-CLICOD
      *      (SEQ ZERO = O PRIMEIRO ENDERECO ATIVO, E O SEQ ACHADO
      *      VOLTA EM WRK-ENT-SEQ) E CLASSIFICA O CEP DELE;
      *  C = SO CLASSIFICA O CEP WRK-ENT-CEP (UF E CLASSE);
      *  L = MOSTRA NO CONSOLE OS ENDERECOS ATIVOS DO CLIENTE.
      *RESULTADO: S = ACHADO (UF E CLASSE DA FAIXA DE CEP),
      *F = ENDERECO ACHADO MAS CEP FORA DA TABELA DE FAIXAS (UF DO
      *ENDERECO, CLASSE EM BRANCO), I = ENDERECO INATIVO (DADOS
      *DEVOLVIDOS, SO NAO PODE SER ESCOLHIDO EM PEDIDO NOVO),
      *N = NAO ACHADO (NA ACAO C: CEP FORA DA TABELA).
      *DATA = XX/XX/XXX
      ********************************************
       77 WRK-ENT-ACAO   PIC X(01) VALUE 'E'.
           88 ENT-BUSCAR      VALUE 'E'.
           88 ENT-CLASSIFICAR VALUE 'C'.
           88 ENT-LISTAR      VALUE 'L'.
       77 WRK-ENT-CLICOD     PIC 9(06) VALUE ZEROS.
       77 WRK-ENT-SEQ        PIC 9(02) VALUE ZEROS.
       77 WRK-ENT-LOGRADOURO PIC X(40) VALUE SPACES.
       77 WRK-ENT-CIDADE     PIC X(25) VALUE SPACES.
       77 WRK-ENT-CEP        PIC 9(08) VALUE ZEROS.
       77 WRK-ENT-UF         PIC X(02) VALUE SPACES.
       77 WRK-ENT-CLASSE     PIC X(01) VALUE SPACES.
       77 WRK-ENT-RESULT     PIC X(01) VALUE 'N'.
           88 ENT-ACHADO      VALUE 'S'.
           88 ENT-CEP-FORA    VALUE 'F'.
           88 ENT-INATIVO     VALUE 'I'.
           88 ENT-NAO-ACHADO  VALUE 'N'.
