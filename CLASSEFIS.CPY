      *-----------------------------------------------------------
      *-Tabela de classes fiscais do catalogo (ClasseFiscalEstq de
      *-REG-ESTOQUE), no mesmo molde da tabela TIPOMOV-CADASTRO:
      *-codigo, descricao e aliquota de ICMS da venda. As
      *-aliquotas da tributada e da base reduzida podem ser
      *-trocadas pelos parametros ALIQTRIB e ALIQREDU; isenta,
      *-substituicao tributaria (imposto ja recolhido na entrada)
      *-e nao tributada nao destacam imposto na venda. Usada pelo
      *-INDICE no documento fiscal, pelo ProgramaP2Estoque na
      *-validacao do cadastro e pelo ProgramaP2DocFiscal.
      *-----------------------------------------------------------
       01 CLASSEFIS-CADASTRO.
           02 FILLER PIC X(1) VALUE "T".
           02 FILLER PIC X(20) VALUE "TRIBUTADA ICMS".
           02 FILLER PIC 9(2)V99 VALUE 18,00.
           02 FILLER PIC X(1) VALUE "R".
           02 FILLER PIC X(20) VALUE "BASE REDUZIDA".
           02 FILLER PIC 9(2)V99 VALUE 07,00.
           02 FILLER PIC X(1) VALUE "S".
           02 FILLER PIC X(20) VALUE "SUBST. TRIBUTARIA".
           02 FILLER PIC 9(2)V99 VALUE ZEROS.
           02 FILLER PIC X(1) VALUE "I".
           02 FILLER PIC X(20) VALUE "ISENTA".
           02 FILLER PIC 9(2)V99 VALUE ZEROS.
           02 FILLER PIC X(1) VALUE "N".
           02 FILLER PIC X(20) VALUE "NAO TRIBUTADA".
           02 FILLER PIC 9(2)V99 VALUE ZEROS.
       01 TABELA-CLASSEFIS REDEFINES CLASSEFIS-CADASTRO.
           02 CLASSEFIS-T OCCURS 5 TIMES.
               03 CLASSEFIS-T-COD PIC X(1).
               03 CLASSEFIS-T-NOME PIC X(20).
               03 CLASSEFIS-T-ALIQ PIC 9(2)V99.

       01 WS-ClasseFis-Idx pic 9(1) value zeros.
       01 WS-ClasseFis-Achou pic 9(1) value zeros.
