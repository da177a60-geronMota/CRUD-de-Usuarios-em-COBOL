      *           password em branco, 04 nome em branco, 05
      *           departamento inexistente ou extinto, 06 email/phone
      *           ja cadastrado, 07 erro de gravacao, 08 departamento
      *           acima do teto de vagas, 09 recontratacao (o CPF
      *           ja e de um codigo inativo, devolvido em RET-CD-USER
      *           - reenviar como reativacao), 10 CPF de um codigo
      *           ativo (tambem em RET-CD-USER), 11 CPF invalido.
      ******************************************************************
       01 REG-RETORNO.
           03 RET-TIPO                   PIC X(01).
