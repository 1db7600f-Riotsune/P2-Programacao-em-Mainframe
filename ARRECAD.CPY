      *-----------------------------------------------------------
      *-Layout de REG-ARRECAD (ARRECAD.DAT) - registro das contas
      *-de consumo recebidas no caixa (arrecadacao), uma por conta
      *-paga, chave o numero de autenticacao impresso para o
      *-pagador. A chave alternativa pelo codigo de barras (44
      *-posicoes, sem os DVs dos blocos da linha digitavel)
      *-responde o "voces receberam minha conta?" e barra o
      *-recebimento em dobro. O dinheiro entra na gaveta do
      *-operador; ProgramaP2RepasseArrecad passa as pendentes (P)
      *-para o arquivo de repasse da empresa, credita a conta de
      *-repasse e marca R com a data e a tarifa cobrada.
      *-----------------------------------------------------------
       01 REG-ARRECAD.
           02 NumArr pic 9(8).
           02 CodBarrasArr pic X(44).
           02 CodEmpresaArr pic 9(4).
           02 ValorArr pic 9(7)V99.
           02 DataArr.
               03 AnoArr pic 9(4).
               03 MesArr pic 9(2).
               03 DiaArr pic 9(2).
           02 HoraArr pic 9(6).
           02 OperadorArr pic X(8).
           02 StatusArr pic X(1).
               88 Arr-Pendente value 'P'.
               88 Arr-Repassada value 'R'.
           02 DataRepasseArr.
               03 AnoRepasseArr pic 9(4).
               03 MesRepasseArr pic 9(2).
               03 DiaRepasseArr pic 9(2).
           02 TarifaArr pic 9(3)V99.
