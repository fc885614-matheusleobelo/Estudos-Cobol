      *----------------------------------------------------------------
      *COPYBOOK   : PESSOA
      *OBJETIVO   : CAMPOS PADRAO DE UM REGISTRO DE PESSOA (NOME,
      *             IDADE, CIDADE E ENDERECO - LOGRADOURO, NUMERO,
      *             CEP, UF E CODIGO IBGE DO MUNICIPIO), PARA
      *             QUE OS PROGRAMAS QUE MANTEM
      *             DADOS DE PESSOA NAO REDEFINAM ESSES CAMPOS CADA
      *             UM COM UMA PIC CLAUSE DIFERENTE
      *PROGRAMADOR: Matheus Leonardo Belo de França
      *             PROPRIOS (POR EXEMPLO UM REGISTRO DESTINO), USE
      *             COPY PESSOA REPLACING ==WS-NOME== BY ==NOVO-NOME==
      *             ==WS-IDADE== BY ==NOVO-IDADE==
      *             ==WS-CIDADE== BY ==NOVO-CIDADE==
      *             (E O MESMO PARA WS-LOGRADOURO, WS-NUMERO-ENDERECO,
      *             WS-CEP, WS-UF E WS-COD-MUNICIPIO).
      *             CIDADE, UF E CODIGO DO MUNICIPIO SAO DERIVADOS DO
      *             CEP PELA ROTINA CEPBUSC (TABELA AC00CEPS) SEMPRE
      *             QUE O CEP FOR INFORMADO
      *----------------------------------------------------------------
           05 WS-NOME PIC X(20) VALUE SPACES.
           05 WS-IDADE PIC 99 VALUE ZERO.
           05 WS-CIDADE PIC X(15) VALUE SPACES.
           05 WS-LOGRADOURO PIC X(30) VALUE SPACES.
           05 WS-NUMERO-ENDERECO PIC X(06) VALUE SPACES.
           05 WS-CEP PIC 9(08) VALUE ZERO.
           05 WS-UF PIC X(02) VALUE SPACES.
           05 WS-COD-MUNICIPIO PIC 9(07) VALUE ZERO.
