      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWEVS.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWEVS.
