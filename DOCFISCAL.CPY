      *-----------------------------------------------------------
      *-Layout de REG-DOCFISCAL (DOCFISCAL.DAT) - documento fiscal
      *-numerado de cada venda da loja, gravado pelo INDICE junto
      *-com a venda: item, quantidade, preco de lista, desconto,
      *-preco liquido, classe fiscal do catalogo e imposto
      *-destacado. O cancelamento (ProgramaP2DocFiscal) exige
      *-motivo e so vale dentro do prazo legal (parametro
      *-FISCCANC, minutos apos a emissao, no mesmo dia); o
      *-documento cancelado fica no arquivo, marcado. Base do
      *-arquivo fiscal diario e do resumo que o gerente assina.
      *-----------------------------------------------------------
       01 REG-DOCFISCAL.
           02 NumDocFis pic 9(6).
           02 DataDocFis.
               03 AnoDocFis pic 9(4).
               03 MesDocFis pic 9(2).
               03 DiaDocFis pic 9(2).
           02 HoraDocFis pic 9(6).
           02 CodigoDocFis pic 9(4).
           02 NomeDocFis pic X(30).
           02 QtdDocFis pic 9(4).
      *-Preco de lista, desconto total do item e preco liquido
      *-(UNIT-P da venda); TotalDocFis = quantidade * liquido.
           02 PrecoListaDocFis pic 9(5)V99.
           02 DescontoDocFis pic 9(6)V99.
           02 UnitDocFis pic 9(5)V99.
           02 TotalDocFis pic 9(6)V99.
      *-Classe fiscal do catalogo na hora da venda (CLASSEFIS.CPY)
      *-e o ICMS destacado sobre o total.
           02 ClasseDocFis pic X(1).
           02 AliquotaDocFis pic 9(2)V99.
           02 ImpostoDocFis pic 9(6)V99.
           02 CodC-DocFis pic 9(6).
           02 OperadorDocFis pic X(8).
           02 StatusDocFis pic X(1).
               88 DocFis-Emitido value 'E'.
               88 DocFis-Cancelado value 'C'.
           02 DataCancDocFis.
               03 AnoCancDocFis pic 9(4).
               03 MesCancDocFis pic 9(2).
               03 DiaCancDocFis pic 9(2).
           02 HoraCancDocFis pic 9(6).
           02 MotivoCancDocFis pic X(30).
           02 OperadorCancDocFis pic X(8).
