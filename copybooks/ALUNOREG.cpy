      *----------------------------------------------------------------*
      * REGISTRO DO ARQUIVO ALUNOS.DAT - CADASTRO DE ALUNOS PELA
      * MATRICULA (CHAVE): NOME COMPLETO, TURMA, ANO LETIVO E
      * SITUACAO - M MATRICULADO, T TRANSFERIDO PARA OUTRA ESCOLA,
      * D DESISTENTE (MATRICULA CANCELADA). NOTAS, FREQUENCIA E
      * EXAME IDENTIFICAM O ALUNO PELA MATRICULA, E SO O ALUNO
      * MATRICULADO TEM LINHA ACEITA PELO MEDIA-ALUNOS. MANTIDO PELO
      * MANTEM-ALUNOS (CARGA INICIAL PELO CONVERTE-ALUNOS); LEIAUTE
      * UNICO, COPIADO POR TODO PROGRAMA QUE ABRE O ARQUIVO. O
      * RESPONSAVEL FINANCEIRO (CPF E NOME) E QUEM PAGA A MENSALIDADE
      * - ALUNOS DO MESMO CPF SAO IRMAOS PARA O DESCONTO E SAEM NA
      * MESMA DECLARACAO ANUAL - E A BOLSA E O PERCENTUAL DE DESCONTO
      * CONCEDIDO PELA ESCOLA (GERA-MENSALIDADES)
      *----------------------------------------------------------------*
       01 ALUNO-REG.
           03 ALU-MATRICULA      PIC 9(06).
           03 ALU-NOME           PIC X(40).
           03 ALU-TURMA          PIC X(05).
           03 ALU-ANO            PIC 9(04).
           03 ALU-SITUACAO       PIC X(01).
               88 ALU-MATRICULADO      VALUE 'M'.
               88 ALU-TRANSFERIDO      VALUE 'T'.
               88 ALU-DESISTENTE       VALUE 'D'.
               88 ALU-SITUACAO-VALIDA  VALUE 'M' 'T' 'D'.
           03 ALU-DATA-MATRICULA PIC 9(08).
           03 ALU-DATA-SITUACAO  PIC 9(08).
           03 ALU-RESP-CPF       PIC 9(11).
           03 ALU-RESP-NOME      PIC X(40).
           03 ALU-BOLSA-PCT      PIC 9(03).
