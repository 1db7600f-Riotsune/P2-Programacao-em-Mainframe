               ==Conta-Bloqueada== BY ==Conta-Bloqueada-Vel==
               ==Conta-Encerrada== BY ==Conta-Encerrada-Vel==
               ==Conta-Recolhida== BY ==Conta-Recolhida-Vel==
               ==Conta-Espolio== BY ==Conta-Espolio-Vel==
               ==TipoContaC== BY ==TipoContaC-Vel==
               ==Conta-Corrente== BY ==Conta-Corrente-Vel==
               ==Conta-Poupanca== BY ==Conta-Poupanca-Vel==
